       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASSUPD.
      *================================================================*
      * CONTROLLED CUSTOMER MASS UPDATE
      * Changes the same profile fields on every customer a selection
      * picks out - moving a state's accounts to a new branch, a
      * statement cycle or a set of payment terms - from one card
      * deck (MUPDREQ, see copybooks/MUPDREQ) instead of a CUSTMAIN
      * transaction per account. Each update runs in three steps
      * under one update ID:
      *
      *   P  Preview. Reads CUSTFILE without changing it and lists
      *      every selected customer with each field before and
      *      after, and the counts that would change, are already at
      *      the new value or would be refused. The selection and
      *      changes are stored on the mass update control file
      *      (MUPDCTL, see copybooks/MUPDCTL); a preview may be run
      *      again under the same ID until it is committed.
      *   C  Commit. Applies the stored selection and changes to
      *      CUSTFILE. The header card must name an active supervisor
      *      or administrator, not the requester, with the approval
      *      token OPERMNT holds for them on the operator master.
      *      Every customer changed is journalled to the audit file
      *      like a CUSTMAIN update, with the requester as operator
      *      and the supervisor as approver, and its before and after
      *      images go on the change file (MUPDCHG, see
      *      copybooks/MUPDCHG).
      *   B  Back-out. Under the same approval, restores the fields
      *      the update touched from the change file, customer by
      *      customer, journalling each restore. A customer whose
      *      touched fields no longer hold the values the update set
      *      has been changed since, and is left alone and listed as
      *      an exception; the update stays committed until a later
      *      back-out run clears its exceptions.
      *
      * The new values pass the edits CUSTMAIN's 4100 update
      * paragraphs apply to the same fields: branch codes from the
      * branch table, payment terms from the terms table, company
      * 01 or 02, delivery preference P, E, B or I, contact flags Y
      * or N, and an account status of A, H, F or C with a reason
      * code. A status change is refused on a sold account, one
      * under sanctions review or one held for fraud, as it is in
      * CUSTMAIN. Only fields outside dual control can be changed
      * here, so no change waits on a second approval. A deck with
      * any card in error is refused whole.
      *
      * Commit and back-out take the same CUSTBKUP prerequisite and
      * CUSTFILE interlock CUSTMAIN does.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO 'MUPDREQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MUR-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'MUPDCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MUC-UPDATE-ID
               FILE STATUS IS WS-MUC-STATUS.

           SELECT CHANGE-FILE ASSIGN TO 'MUPDCHG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCH-KEY
               FILE STATUS IS WS-MCH-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT UPDATE-REPORT ASSIGN TO 'MUPDRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDITFIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-CARD                    PIC X(80).

       FD  CONTROL-FILE.
           COPY MUPDCTL.

       FD  CHANGE-FILE.
           COPY MUPDCHG.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  UPDATE-REPORT.
       01  PRINT-LINE                      PIC X(132).

       FD  AUDIT-JOURNAL-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-MUR-STATUS                   PIC XX.
           88  WS-MUR-OK                   VALUE '00'.

       01  WS-MUC-STATUS                   PIC XX.
           88  WS-MUC-OK                   VALUE '00'.
           88  WS-MUC-NOT-OPEN             VALUE '35'.

       01  WS-MCH-STATUS                   PIC XX.
           88  WS-MCH-OK                   VALUE '00'.
           88  WS-MCH-DUP-KEY              VALUE '22'.
           88  WS-MCH-NOT-OPEN             VALUE '35'.

       01  WS-OPR-STATUS                   PIC XX.
           88  WS-OPR-OK                   VALUE '00'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       01  WS-AUDIT-STATUS                 PIC XX.
           88  WS-AUDIT-OK                 VALUE '00'.

           COPY MUPDREQ.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-BEFORE-IMAGE==.

      *----------------------------------------------------------------*
      * WS-FIELD-IMAGE is the record a field is read from by
      * 8500-GET-FIELD-VALUE; a back-out holds the change row's
      * images in WS-RESTORE-IMAGE (before the update) and
      * WS-APPLIED-IMAGE (after it).
      *----------------------------------------------------------------*
       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-FIELD-IMAGE==.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-RESTORE-IMAGE==.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-APPLIED-IMAGE==.

       COPY RUNPARM.

       COPY AUDCPARM.

       COPY TERMTAB.

      *----------------------------------------------------------------*
      * Branch codes a customer may carry, as CUSTMAIN's
      * WS-BRANCH-TABLE has them.
      *----------------------------------------------------------------*
       01  WS-BRANCH-TABLE.
           05  FILLER  PIC X(3) VALUE '001'.
           05  FILLER  PIC X(3) VALUE '002'.
           05  FILLER  PIC X(3) VALUE '003'.
           05  FILLER  PIC X(3) VALUE '004'.
           05  FILLER  PIC X(3) VALUE '005'.

       01  WS-BRANCH-CODES REDEFINES WS-BRANCH-TABLE.
           05  WS-BRANCH-CODE              PIC X(3) OCCURS 5 TIMES.

       01  WS-BRANCH-IDX                   PIC 9(2).
       01  WS-BRANCH-FOUND-FLAG            PIC X VALUE 'N'.
           88  WS-BRANCH-FOUND             VALUE 'Y'.

      *----------------------------------------------------------------*
      * Fields a mass update card may name: the field code, and
      * whether the field may be changed (B) or only selected on (S).
      * FAMILY selects a corporate account and every account whose
      * parent it is.
      *----------------------------------------------------------------*
       01  WS-MFD-TABLE-VALUES.
           05  FILLER  PIC X(17) VALUE 'STMT-CYCLE    01B'.
           05  FILLER  PIC X(17) VALUE 'BRANCH        02B'.
           05  FILLER  PIC X(17) VALUE 'DELIVERY-PREF 03B'.
           05  FILLER  PIC X(17) VALUE 'COMPANY       04B'.
           05  FILLER  PIC X(17) VALUE 'PAY-TERMS     05B'.
           05  FILLER  PIC X(17) VALUE 'DO-NOT-MAIL   06B'.
           05  FILLER  PIC X(17) VALUE 'DO-NOT-EMAIL  07B'.
           05  FILLER  PIC X(17) VALUE 'ACCT-STATUS   08B'.
           05  FILLER  PIC X(17) VALUE 'STATUS-REASON 09B'.
           05  FILLER  PIC X(17) VALUE 'CUST-TYPE     10S'.
           05  FILLER  PIC X(17) VALUE 'STATE         11S'.
           05  FILLER  PIC X(17) VALUE 'COUNTRY       12S'.
           05  FILLER  PIC X(17) VALUE 'FAMILY        13S'.

       01  WS-MFD-TABLE REDEFINES WS-MFD-TABLE-VALUES.
           05  WS-MFD-ENTRY OCCURS 13 TIMES.
               10  WS-MFD-NAME             PIC X(14).
               10  WS-MFD-CODE             PIC 9(2).
               10  WS-MFD-USE              PIC X(1).
                   88  WS-MFD-CHANGEABLE   VALUE 'B'.

       01  WS-MFD-TABLE-SIZE               PIC 9(2) VALUE 13.
       01  WS-MFD-IDX                      PIC 9(2).
       01  WS-MFD-FOUND-FLAG               PIC X VALUE 'N'.
           88  WS-MFD-FOUND                VALUE 'Y'.
           88  WS-MFD-NOT-FOUND            VALUE 'N'.

      *----------------------------------------------------------------*
      * Registry interlock on CUSTFILE, registered exclusive through
      * RUNCTL's LK function before a commit or back-out opens it I-O
      * and released at end of step.
      *----------------------------------------------------------------*
       01  WS-CUSTFILE-LOCK-FLAG           PIC X VALUE 'N'.
           88  WS-CUSTFILE-LOCKED          VALUE 'Y'.
           88  WS-CUSTFILE-NOT-LOCKED      VALUE 'N'.

       01  WS-FLAGS.
           05  WS-REQ-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-REQ-EOF              VALUE 'Y'.
           05  WS-CUST-EOF-FLAG            PIC X VALUE 'N'.
               88  WS-CUST-EOF             VALUE 'Y'.
           05  WS-CHG-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-CHG-EOF              VALUE 'Y'.
           05  WS-REQUEST-FLAG             PIC X VALUE 'Y'.
               88  WS-REQUEST-OK           VALUE 'Y'.
               88  WS-REQUEST-REFUSED      VALUE 'N'.
           05  WS-CONTROL-FOUND-FLAG       PIC X VALUE 'N'.
               88  WS-CONTROL-FOUND        VALUE 'Y'.
           05  WS-SELECTED-FLAG            PIC X VALUE 'N'.
               88  WS-SELECTED             VALUE 'Y'.
               88  WS-NOT-SELECTED         VALUE 'N'.
           05  WS-CRITERION-FLAG           PIC X VALUE 'N'.
               88  WS-CRITERION-HOLDS      VALUE 'Y'.
               88  WS-CRITERION-FAILS      VALUE 'N'.
           05  WS-APPLIED-FLAG             PIC X VALUE 'Y'.
               88  WS-STILL-APPLIED        VALUE 'Y'.
               88  WS-SINCE-CHANGED        VALUE 'N'.
           05  WS-OUTCOME-FLAG             PIC X VALUE SPACE.
               88  WS-OUTCOME-CHANGED      VALUE 'C'.
               88  WS-OUTCOME-UNCHANGED    VALUE 'U'.
               88  WS-OUTCOME-REJECTED     VALUE 'R'.
           05  WS-REPORT-FLAG              PIC X VALUE 'N'.
               88  WS-REPORT-OPEN          VALUE 'Y'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-NOW-TIME                     PIC 9(6).

      *----------------------------------------------------------------*
      * The request as the header card (and, for a commit or
      * back-out, the stored preview) gives it.
      *----------------------------------------------------------------*
       01  WS-REQUEST.
           05  WS-REQ-UPDATE-ID            PIC X(8).
           05  WS-REQ-RUN-MODE             PIC X(1).
               88  WS-RUN-PREVIEW          VALUE 'P'.
               88  WS-RUN-COMMIT           VALUE 'C'.
               88  WS-RUN-BACKOUT          VALUE 'B'.
           05  WS-REQ-REQUESTER-ID         PIC X(8).
           05  WS-REQ-APPROVER-ID          PIC X(8).
           05  WS-REQ-TOKEN                PIC X(8).
           05  WS-REQ-DESCRIPTION          PIC X(40).

       01  WS-CARD-COUNT                   PIC 9(2) VALUE 0.
       01  WS-CARD-IDX                     PIC 9(2).
       01  WS-CARD-TABLE.
           05  WS-CARD                     PIC X(80) OCCURS 20 TIMES.
       01  WS-CARD-REASON                  PIC X(40).

       01  WS-SEL-COUNT                    PIC 9(2) VALUE 0.
       01  WS-SEL-IDX                      PIC 9(2).
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY OCCURS 20 TIMES.
               10  WS-SEL-CODE             PIC 9(2).
               10  WS-SEL-COMPARE          PIC X(2).
                   88  WS-SEL-EQ           VALUE 'EQ'.
                   88  WS-SEL-NE           VALUE 'NE'.
               10  WS-SEL-VALUE            PIC X(8).

       01  WS-CHG-COUNT                    PIC 9(2) VALUE 0.
       01  WS-CHG-IDX                      PIC 9(2).
       01  WS-CHG-SCAN-IDX                 PIC 9(2).
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 9 TIMES.
               10  WS-CHG-CODE             PIC 9(2).
               10  WS-CHG-NAME             PIC X(14).
               10  WS-CHG-VALUE            PIC X(8).

      *----------------------------------------------------------------*
      * Positions of the account status and status reason changes in
      * WS-CHG-TABLE, zero when the update makes no such change.
      *----------------------------------------------------------------*
       01  WS-STATUS-CHG-IDX               PIC 9(2) VALUE 0.
       01  WS-REASON-CHG-IDX               PIC 9(2) VALUE 0.

       01  WS-FIELD-CODE                   PIC 9(2).
       01  WS-FIELD-VALUE                  PIC X(8).
       01  WS-BEFORE-VALUE                 PIC X(8).
       01  WS-FAMILY-ID                    PIC 9(8).
       01  WS-REJECT-REASON                PIC X(40).

       01  WS-LINES-PER-PAGE               PIC 9(3) VALUE 60.
       01  WS-LINE-COUNT                   PIC 9(3) VALUE 0.
       01  WS-PAGE-COUNT                   PIC 9(4) VALUE 0.

       01  WS-RUN-TOTALS.
           05  WS-CUSTOMERS-READ           PIC 9(7) VALUE 0.
           05  WS-CUSTOMERS-SELECTED       PIC 9(7) VALUE 0.
           05  WS-CUSTOMERS-CHANGED        PIC 9(7) VALUE 0.
           05  WS-CUSTOMERS-UNCHANGED      PIC 9(7) VALUE 0.
           05  WS-CUSTOMERS-REJECTED       PIC 9(7) VALUE 0.
           05  WS-CARDS-REJECTED           PIC 9(3) VALUE 0.
           05  WS-CARDS-OVER               PIC 9(5) VALUE 0.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(13)
               VALUE 'MASS UPDATE: '.
           05  WS-HDG-UPDATE-ID            PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HDG-RUN-MODE             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HDG-DESCRIPTION          PIC X(40).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(6) VALUE 'PAGE: '.
           05  WS-HDG-PAGE                 PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(14)
               VALUE 'REQUESTED BY: '.
           05  WS-HDG-REQUESTER-ID         PIC X(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(13)
               VALUE 'APPROVED BY: '.
           05  WS-HDG-APPROVER-ID          PIC X(8).

       01  WS-CARD-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-CRD-KIND                 PIC X(8).
           05  WS-CRD-FIELD                PIC X(14).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-CRD-COMPARE              PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-CRD-VALUE                PIC X(8).

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE 'CUST-ID'.
           05  FILLER                      PIC X(4) VALUE 'TY'.
           05  FILLER                      PIC X(16) VALUE 'FIELD'.
           05  FILLER                      PIC X(10) VALUE 'BEFORE'.
           05  FILLER                      PIC X(10) VALUE 'AFTER'.
           05  FILLER                      PIC X(6) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-TYPE            PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-FIELD                PIC X(14).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-BEFORE               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-AFTER                PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-RESULT               PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL                PIC X(30).
           05  WS-TOT-COUNT                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-REQUEST-OK
               PERFORM 2000-LOAD-REQUEST
           END-IF
           IF WS-REQUEST-OK AND NOT WS-RUN-PREVIEW
               PERFORM 2500-CHECK-APPROVAL
           END-IF
           IF WS-REQUEST-OK
               EVALUATE TRUE
                   WHEN WS-RUN-PREVIEW
                       PERFORM 3000-RUN-PREVIEW
                   WHEN WS-RUN-COMMIT
                       PERFORM 4000-RUN-COMMIT
                   WHEN OTHER
                       PERFORM 5000-RUN-BACKOUT
               END-EVALUATE
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-RUN-TOTALS
           INITIALIZE WS-REQUEST
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN INPUT REQUEST-FILE
           IF NOT WS-MUR-OK
               DISPLAY 'ERROR OPENING MASS UPDATE REQUEST FILE: '
                   WS-MUR-STATUS
               SET WS-REQUEST-REFUSED TO TRUE
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF NOT WS-OPR-OK
               DISPLAY 'ERROR OPENING OPERATOR MASTER FILE: '
                   WS-OPR-STATUS
               SET WS-REQUEST-REFUSED TO TRUE
           END-IF
           OPEN I-O CONTROL-FILE
           IF WS-MUC-NOT-OPEN
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF
           IF NOT WS-MUC-OK
               DISPLAY 'ERROR OPENING MASS UPDATE CONTROL FILE: '
                   WS-MUC-STATUS
               SET WS-REQUEST-REFUSED TO TRUE
           END-IF
           OPEN OUTPUT UPDATE-REPORT
           IF WS-PRINT-OK
               SET WS-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY 'ERROR OPENING MASS UPDATE REPORT: '
                   WS-PRINT-STATUS
               SET WS-REQUEST-REFUSED TO TRUE
           END-IF
           IF WS-REQUEST-OK
               PERFORM 1100-READ-HEADER-CARD
           END-IF.

       1100-READ-HEADER-CARD SECTION.

       1100-READ-HEADER.
           PERFORM 1900-READ-REQUEST-CARD
           EVALUATE TRUE
               WHEN WS-REQ-EOF
                   DISPLAY 'MASS UPDATE DECK IS EMPTY, RUN REFUSED'
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN NOT MUR-HEADER
                   DISPLAY 'FIRST CARD IS NOT A HEADER CARD, '
                       'RUN REFUSED'
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN MUR-UPDATE-ID = SPACES
                   DISPLAY 'NO UPDATE ID ON HEADER CARD, RUN REFUSED'
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN NOT MUR-RUN-VALID
                   DISPLAY 'INVALID RUN MODE ON HEADER CARD: '
                       MUR-RUN-MODE ', RUN REFUSED'
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN OTHER
                   MOVE MUR-UPDATE-ID TO WS-REQ-UPDATE-ID
                   MOVE MUR-RUN-MODE TO WS-REQ-RUN-MODE
                   MOVE MUR-REQUESTER-ID TO WS-REQ-REQUESTER-ID
                   MOVE MUR-APPROVER-ID TO WS-REQ-APPROVER-ID
                   MOVE MUR-APPROVAL-TOKEN TO WS-REQ-TOKEN
                   MOVE MUR-DESCRIPTION TO WS-REQ-DESCRIPTION
           END-EVALUATE.

       1900-READ-REQUEST-CARD SECTION.

       1900-READ-CARD.
           READ REQUEST-FILE INTO MASS-UPDATE-REQUEST-RECORD
               AT END
                   SET WS-REQ-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * A preview takes its selection and changes from the deck; a
      * commit or back-out takes the ones stored by the preview, so
      * what is applied is what was reviewed. A committed or backed
      * out update ID cannot be previewed again.
      *----------------------------------------------------------------*
       2000-LOAD-REQUEST SECTION.

       2000-LOAD.
           MOVE WS-REQ-UPDATE-ID TO MUC-UPDATE-ID
           READ CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MUC-OK
               SET WS-CONTROL-FOUND TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-PREVIEW
                   AND WS-CONTROL-FOUND
                   AND NOT MUC-PREVIEWED
                   DISPLAY 'UPDATE ID ALREADY COMMITTED, RUN '
                       'REFUSED: ' WS-REQ-UPDATE-ID
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN WS-RUN-PREVIEW
                   PERFORM 2050-CHECK-REQUESTER
                   PERFORM 2100-STORE-DECK-CARDS
               WHEN NOT WS-CONTROL-FOUND
                   DISPLAY 'UPDATE ID NOT PREVIEWED, RUN REFUSED: '
                       WS-REQ-UPDATE-ID
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN WS-RUN-COMMIT AND NOT MUC-PREVIEWED
                   DISPLAY 'UPDATE NOT AWAITING COMMIT, RUN REFUSED: '
                       WS-REQ-UPDATE-ID ' STATUS: ' MUC-STATUS
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN WS-RUN-BACKOUT AND NOT MUC-COMMITTED
                   DISPLAY 'UPDATE NOT COMMITTED, NOTHING TO BACK '
                       'OUT: ' WS-REQ-UPDATE-ID ' STATUS: ' MUC-STATUS
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN OTHER
                   PERFORM 2200-LOAD-STORED-CARDS
           END-EVALUATE
           IF WS-REQUEST-OK
               PERFORM 2300-PARSE-CARD
                   VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
               PERFORM 2400-CHECK-REQUEST-COMPLETE
           END-IF.

       2050-CHECK-REQUESTER SECTION.

       2050-CHECK-REQ.
           MOVE WS-REQ-REQUESTER-ID TO OPR-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-OPR-OK OR NOT OPR-ACTIVE
               DISPLAY 'REQUESTER NOT AN ACTIVE OPERATOR, RUN '
                   'REFUSED: ' WS-REQ-REQUESTER-ID
               SET WS-REQUEST-REFUSED TO TRUE
           END-IF.

       2100-STORE-DECK-CARDS SECTION.

       2100-STORE-DECK.
           PERFORM 1900-READ-REQUEST-CARD
           PERFORM 2110-STORE-CARD UNTIL WS-REQ-EOF
           IF WS-CARDS-OVER > 0
               DISPLAY 'MORE THAN 20 SELECTION AND CHANGE CARDS, '
                   'RUN REFUSED'
               SET WS-REQUEST-REFUSED TO TRUE
           END-IF.

       2110-STORE-CARD SECTION.

       2110-STORE.
           IF WS-CARD-COUNT < 20
               ADD 1 TO WS-CARD-COUNT
               MOVE MASS-UPDATE-REQUEST-RECORD TO
                   WS-CARD(WS-CARD-COUNT)
           ELSE
               ADD 1 TO WS-CARDS-OVER
           END-IF
           PERFORM 1900-READ-REQUEST-CARD.

       2200-LOAD-STORED-CARDS SECTION.

       2200-LOAD-STORED.
           MOVE MUC-REQUESTER-ID TO WS-REQ-REQUESTER-ID
           MOVE MUC-DESCRIPTION TO WS-REQ-DESCRIPTION
           MOVE MUC-CARD-COUNT TO WS-CARD-COUNT
           PERFORM 2210-LOAD-STORED-CARD
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
           PERFORM 1900-READ-REQUEST-CARD
           IF NOT WS-REQ-EOF
               DISPLAY 'CARDS AFTER THE HEADER IGNORED, THE STORED '
                   'PREVIEW IS APPLIED: ' WS-REQ-UPDATE-ID
           END-IF.

       2210-LOAD-STORED-CARD SECTION.

       2210-LOAD-CARD.
           MOVE MUC-CARD(WS-CARD-IDX) TO WS-CARD(WS-CARD-IDX).

       2300-PARSE-CARD SECTION.

       2300-PARSE.
           MOVE WS-CARD(WS-CARD-IDX) TO MASS-UPDATE-REQUEST-RECORD
           MOVE SPACES TO WS-CARD-REASON
           PERFORM 2310-FIND-FIELD
           EVALUATE TRUE
               WHEN NOT MUR-SELECTION AND NOT MUR-CHANGE
                   MOVE 'UNKNOWN CARD TYPE' TO WS-CARD-REASON
               WHEN WS-MFD-NOT-FOUND
                   MOVE 'UNKNOWN FIELD NAME' TO WS-CARD-REASON
               WHEN MUR-SELECTION
                   PERFORM 2320-ADD-SELECTION
               WHEN OTHER
                   PERFORM 2330-ADD-CHANGE
           END-EVALUATE
           IF WS-CARD-REASON NOT = SPACES
               ADD 1 TO WS-CARDS-REJECTED
               DISPLAY 'CARD REJECTED - ' WS-CARD-REASON ': '
                   MASS-UPDATE-REQUEST-RECORD
           END-IF.

       2310-FIND-FIELD SECTION.

       2310-FIND.
           SET WS-MFD-NOT-FOUND TO TRUE
           MOVE 1 TO WS-MFD-IDX
           PERFORM 2311-MATCH-FIELD
               UNTIL WS-MFD-IDX > WS-MFD-TABLE-SIZE OR WS-MFD-FOUND.

       2311-MATCH-FIELD SECTION.

       2311-MATCH.
           IF WS-MFD-NAME(WS-MFD-IDX) = MUR-FIELD-NAME
               SET WS-MFD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-MFD-IDX
           END-IF.

       2320-ADD-SELECTION SECTION.

       2320-ADD-SEL.
           EVALUATE TRUE
               WHEN NOT MUR-COMPARE-EQ AND NOT MUR-COMPARE-NE
                   MOVE 'COMPARE MUST BE EQ OR NE' TO WS-CARD-REASON
               WHEN WS-MFD-CODE(WS-MFD-IDX) = 13
                   AND MUR-VALUE NOT NUMERIC
                   MOVE 'FAMILY NEEDS AN 8-DIGIT CUSTOMER ID'
                       TO WS-CARD-REASON
               WHEN OTHER
                   ADD 1 TO WS-SEL-COUNT
                   MOVE WS-MFD-CODE(WS-MFD-IDX) TO
                       WS-SEL-CODE(WS-SEL-COUNT)
                   MOVE MUR-COMPARE TO WS-SEL-COMPARE(WS-SEL-COUNT)
                   MOVE MUR-VALUE TO WS-SEL-VALUE(WS-SEL-COUNT)
           END-EVALUATE.

       2330-ADD-CHANGE SECTION.

       2330-ADD-CHG.
           MOVE 1 TO WS-CHG-SCAN-IDX
           PERFORM 2331-MATCH-CHANGE
               UNTIL WS-CHG-SCAN-IDX > WS-CHG-COUNT
           EVALUATE TRUE
               WHEN NOT WS-MFD-CHANGEABLE(WS-MFD-IDX)
                   MOVE 'FIELD CANNOT BE CHANGED BY MASS UPDATE'
                       TO WS-CARD-REASON
               WHEN WS-CHG-SCAN-IDX = 99
                   MOVE 'FIELD CHANGED ON AN EARLIER CARD'
                       TO WS-CARD-REASON
               WHEN OTHER
                   PERFORM 2340-EDIT-CHANGE-VALUE
           END-EVALUATE
           IF WS-CARD-REASON = SPACES
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-MFD-CODE(WS-MFD-IDX) TO
                   WS-CHG-CODE(WS-CHG-COUNT)
               MOVE MUR-FIELD-NAME TO WS-CHG-NAME(WS-CHG-COUNT)
               MOVE MUR-VALUE TO WS-CHG-VALUE(WS-CHG-COUNT)
               EVALUATE WS-MFD-CODE(WS-MFD-IDX)
                   WHEN 08
                       MOVE WS-CHG-COUNT TO WS-STATUS-CHG-IDX
                   WHEN 09
                       MOVE WS-CHG-COUNT TO WS-REASON-CHG-IDX
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * A field already on the change table stops the scan at 99.
      *----------------------------------------------------------------*
       2331-MATCH-CHANGE SECTION.

       2331-MATCH-CHG.
           IF WS-CHG-CODE(WS-CHG-SCAN-IDX) = WS-MFD-CODE(WS-MFD-IDX)
               MOVE 99 TO WS-CHG-SCAN-IDX
           ELSE
               ADD 1 TO WS-CHG-SCAN-IDX
           END-IF.

      *----------------------------------------------------------------*
      * The value edits CUSTMAIN applies to the same fields on an
      * update; a value in error refuses the card, and so the deck,
      * rather than each customer in turn.
      *----------------------------------------------------------------*
       2340-EDIT-CHANGE-VALUE SECTION.

       2340-EDIT-VALUE.
           EVALUATE WS-MFD-CODE(WS-MFD-IDX)
               WHEN 01
                   IF MUR-VALUE(1:2) = SPACES
                       OR MUR-VALUE(3:6) NOT = SPACES
                       MOVE 'BAD STATEMENT CYCLE' TO WS-CARD-REASON
                   END-IF
               WHEN 02
                   MOVE 'N' TO WS-BRANCH-FOUND-FLAG
                   PERFORM 2341-MATCH-BRANCH
                       VARYING WS-BRANCH-IDX FROM 1 BY 1
                       UNTIL WS-BRANCH-IDX > 5 OR WS-BRANCH-FOUND
                   IF NOT WS-BRANCH-FOUND
                       OR MUR-VALUE(4:5) NOT = SPACES
                       MOVE 'BAD BRANCH CODE' TO WS-CARD-REASON
                   END-IF
               WHEN 03
                   IF MUR-VALUE(1:1) NOT = 'P' AND 'E' AND 'B'
                                       AND 'I'
                       OR MUR-VALUE(2:7) NOT = SPACES
                       MOVE 'INVALID DELIVERY PREFERENCE'
                           TO WS-CARD-REASON
                   END-IF
               WHEN 04
                   IF MUR-VALUE(1:2) NOT = '01' AND '02'
                       OR MUR-VALUE(3:6) NOT = SPACES
                       MOVE 'BAD COMPANY CODE' TO WS-CARD-REASON
                   END-IF
               WHEN 05
                   SET TRM-NOT-FOUND TO TRUE
                   PERFORM 2342-MATCH-TERMS-CODE
                       VARYING TRM-IDX FROM 1 BY 1
                       UNTIL TRM-IDX > TRM-TABLE-SIZE OR TRM-FOUND
                   IF TRM-NOT-FOUND
                       OR MUR-VALUE(5:4) NOT = SPACES
                       MOVE 'BAD PAYMENT TERMS' TO WS-CARD-REASON
                   END-IF
               WHEN 06
               WHEN 07
                   IF MUR-VALUE(1:1) NOT = 'Y' AND 'N'
                       OR MUR-VALUE(2:7) NOT = SPACES
                       MOVE 'FLAG MUST BE Y OR N' TO WS-CARD-REASON
                   END-IF
               WHEN 08
                   IF MUR-VALUE(1:1) NOT = 'A' AND 'H' AND 'F'
                                       AND 'C'
                       OR MUR-VALUE(2:7) NOT = SPACES
                       MOVE 'INVALID ACCOUNT STATUS' TO WS-CARD-REASON
                   END-IF
               WHEN OTHER
                   IF MUR-VALUE(1:2) = SPACES
                       OR MUR-VALUE(3:6) NOT = SPACES
                       MOVE 'BAD STATUS REASON CODE' TO WS-CARD-REASON
                   END-IF
           END-EVALUATE.

       2341-MATCH-BRANCH SECTION.

       2341-MATCH-BR.
           IF WS-BRANCH-CODE(WS-BRANCH-IDX) = MUR-VALUE(1:3)
               SET WS-BRANCH-FOUND TO TRUE
           END-IF.

       2342-MATCH-TERMS-CODE SECTION.

       2342-MATCH-TERMS.
           IF TRM-CODE(TRM-IDX) = MUR-VALUE(1:4)
               SET TRM-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * A mass update must select on something - there is no update
      * of the whole book - and a status change carries its reason,
      * as it must in CUSTMAIN.
      *----------------------------------------------------------------*
       2400-CHECK-REQUEST-COMPLETE SECTION.

       2400-CHECK-COMPLETE.
           EVALUATE TRUE
               WHEN WS-CARDS-REJECTED > 0
                   DISPLAY 'REQUEST HAS ' WS-CARDS-REJECTED
                       ' CARDS IN ERROR, RUN REFUSED'
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN WS-SEL-COUNT = 0
                   DISPLAY 'NO SELECTION CARD, RUN REFUSED'
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN WS-CHG-COUNT = 0
                   DISPLAY 'NO FIELD-CHANGE CARD, RUN REFUSED'
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN WS-STATUS-CHG-IDX > 0 AND WS-REASON-CHG-IDX = 0
                   DISPLAY 'STATUS CHANGE WITHOUT REASON CODE, '
                       'RUN REFUSED'
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN WS-REASON-CHG-IDX > 0 AND WS-STATUS-CHG-IDX = 0
                   DISPLAY 'REASON CODE WITHOUT STATUS CHANGE, '
                       'RUN REFUSED'
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Commit and back-out need a second person: an active
      * supervisor or administrator other than the requester, quoting
      * the approval token held for them on the operator master.
      *----------------------------------------------------------------*
       2500-CHECK-APPROVAL SECTION.

       2500-CHECK-APPR.
           MOVE WS-REQ-APPROVER-ID TO OPR-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-REQ-APPROVER-ID = SPACES
                   DISPLAY 'NO APPROVER ON HEADER CARD, RUN REFUSED'
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN WS-REQ-APPROVER-ID = WS-REQ-REQUESTER-ID
                   DISPLAY 'APPROVER MAY NOT BE THE REQUESTER, '
                       'RUN REFUSED: ' WS-REQ-APPROVER-ID
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN NOT WS-OPR-OK OR NOT OPR-ACTIVE
                   DISPLAY 'APPROVER NOT AN ACTIVE OPERATOR, '
                       'RUN REFUSED: ' WS-REQ-APPROVER-ID
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN NOT OPR-ROLE-SUPERVISOR AND NOT OPR-ROLE-ADMIN
                   DISPLAY 'APPROVER NOT A SUPERVISOR, RUN REFUSED: '
                       WS-REQ-APPROVER-ID
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN OPR-APPROVAL-TOKEN = SPACES
                   OR OPR-APPROVAL-TOKEN NOT = WS-REQ-TOKEN
                   DISPLAY 'APPROVAL TOKEN NOT ACCEPTED, RUN '
                       'REFUSED: ' WS-REQ-APPROVER-ID
                   SET WS-REQUEST-REFUSED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * The preview changes nothing on CUSTFILE; it lists what the
      * commit would do and stores the request for it.
      *----------------------------------------------------------------*
       3000-RUN-PREVIEW SECTION.

       3000-PREVIEW.
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET WS-REQUEST-REFUSED TO TRUE
           ELSE
               PERFORM 7800-START-REPORT
               PERFORM 3100-PREVIEW-CUSTOMER UNTIL WS-CUST-EOF
               PERFORM 3200-SAVE-PREVIEW
           END-IF.

       3100-PREVIEW-CUSTOMER SECTION.

       3100-PREVIEW-CUST.
           PERFORM 6000-READ-NEXT-CUSTOMER
           IF NOT WS-CUST-EOF
               PERFORM 6100-TEST-SELECTION
               IF WS-SELECTED
                   PERFORM 6200-APPLY-CHANGES
                   PERFORM 6300-COUNT-OUTCOME
                   PERFORM 7000-LIST-CUSTOMER
               END-IF
           END-IF.

       3200-SAVE-PREVIEW SECTION.

       3200-SAVE.
           INITIALIZE MASS-UPDATE-CONTROL-RECORD
           MOVE WS-REQ-UPDATE-ID TO MUC-UPDATE-ID
           SET MUC-PREVIEWED TO TRUE
           MOVE WS-REQ-REQUESTER-ID TO MUC-REQUESTER-ID
           MOVE WS-REQ-DESCRIPTION TO MUC-DESCRIPTION
           MOVE WS-TODAY-DATE TO MUC-PREVIEW-DATE
           MOVE WS-NOW-TIME TO MUC-PREVIEW-TIME
           MOVE WS-CUSTOMERS-SELECTED TO MUC-PREVIEW-SELECTED
           MOVE WS-CUSTOMERS-CHANGED TO MUC-PREVIEW-CHANGED
           MOVE WS-CARD-COUNT TO MUC-CARD-COUNT
           PERFORM 3210-SAVE-CARD
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
           IF WS-CONTROL-FOUND
               REWRITE MASS-UPDATE-CONTROL-RECORD
           ELSE
               WRITE MASS-UPDATE-CONTROL-RECORD
           END-IF
           IF NOT WS-MUC-OK
               DISPLAY 'ERROR STORING MASS UPDATE PREVIEW: '
                   WS-REQ-UPDATE-ID ' STATUS: ' WS-MUC-STATUS
           END-IF.

       3210-SAVE-CARD SECTION.

       3210-SAVE-CRD.
           MOVE WS-CARD(WS-CARD-IDX) TO MUC-CARD(WS-CARD-IDX).

       4000-RUN-COMMIT SECTION.

       4000-COMMIT.
           PERFORM 4900-OPEN-FOR-UPDATE
           IF WS-REQUEST-OK
               PERFORM 7800-START-REPORT
               PERFORM 4100-COMMIT-CUSTOMER UNTIL WS-CUST-EOF
               SET MUC-COMMITTED TO TRUE
               MOVE WS-TODAY-DATE TO MUC-COMMIT-DATE
               MOVE WS-REQ-APPROVER-ID TO MUC-COMMIT-APPROVER
               MOVE WS-CUSTOMERS-CHANGED TO MUC-COMMIT-CHANGED
               REWRITE MASS-UPDATE-CONTROL-RECORD
               IF NOT WS-MUC-OK
                   DISPLAY 'ERROR MARKING MASS UPDATE COMMITTED: '
                       WS-REQ-UPDATE-ID ' STATUS: ' WS-MUC-STATUS
               END-IF
           END-IF.

       4100-COMMIT-CUSTOMER SECTION.

       4100-COMMIT-CUST.
           PERFORM 6000-READ-NEXT-CUSTOMER
           IF NOT WS-CUST-EOF
               PERFORM 6100-TEST-SELECTION
               IF WS-SELECTED
                   PERFORM 6200-APPLY-CHANGES
                   IF WS-OUTCOME-CHANGED
                       REWRITE CUSTOMER-RECORD FROM WS-WORK-CUSTOMER
                       IF WS-FILE-OK
                           PERFORM 8000-WRITE-AUDIT-ENTRY
                           PERFORM 4200-WRITE-CHANGE-ROW
                       ELSE
                           SET WS-OUTCOME-REJECTED TO TRUE
                           MOVE 'CUSTOMER REWRITE FAILED'
                               TO WS-REJECT-REASON
                           DISPLAY 'ERROR REWRITING CUSTOMER: '
                               CUST-ID OF WS-WORK-CUSTOMER
                               ' STATUS: ' WS-FILE-STATUS
                       END-IF
                   END-IF
                   PERFORM 6300-COUNT-OUTCOME
                   PERFORM 7000-LIST-CUSTOMER
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * A row already on file for the customer is left by a commit
      * that stopped short and was run again; the new images replace
      * it.
      *----------------------------------------------------------------*
       4200-WRITE-CHANGE-ROW SECTION.

       4200-WRITE-CHANGE.
           INITIALIZE MASS-UPDATE-CHANGE-RECORD
           MOVE WS-REQ-UPDATE-ID TO MCH-UPDATE-ID
           MOVE CUST-KEY OF WS-WORK-CUSTOMER TO MCH-CUST-KEY
           SET MCH-APPLIED TO TRUE
           MOVE WS-TODAY-DATE TO MCH-APPLIED-DATE
           ACCEPT MCH-APPLIED-TIME FROM TIME
           MOVE WS-BEFORE-IMAGE TO MCH-BEFORE-IMAGE
           MOVE WS-WORK-CUSTOMER TO MCH-AFTER-IMAGE
           WRITE MASS-UPDATE-CHANGE-RECORD
           IF WS-MCH-DUP-KEY
               REWRITE MASS-UPDATE-CHANGE-RECORD
           END-IF
           IF NOT WS-MCH-OK
               DISPLAY 'ERROR WRITING MASS UPDATE CHANGE ROW: '
                   CUST-ID OF WS-WORK-CUSTOMER
                   ' STATUS: ' WS-MCH-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * Commit and back-out register with the run registry and hold
      * the CUSTFILE interlock the way CUSTMAIN does.
      *----------------------------------------------------------------*
       4900-OPEN-FOR-UPDATE SECTION.

       4900-OPEN-UPDATE.
           SET RC-FN-CHECK-STEP TO TRUE
           MOVE 'CUSTBKUP' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF RC-NOT-OK
               DISPLAY 'PREREQUISITE CUSTBKUP NOT COMPLETED TODAY, '
                   'RUN REFUSED'
               SET WS-REQUEST-REFUSED TO TRUE
           ELSE
               SET RC-FN-START-STEP TO TRUE
               MOVE 'MASSUPD' TO RC-PROGRAM-NAME
               CALL 'RUNCTL' USING RUNCTL-PARMS
               PERFORM 4910-LOCK-CUSTOMER-FILE
           END-IF
           IF WS-REQUEST-OK
               PERFORM 4920-OPEN-UPDATE-FILES
           END-IF.

       4910-LOCK-CUSTOMER-FILE SECTION.

       4910-LOCK-CUST.
           SET RC-FN-LOCK-FILE TO TRUE
           MOVE 'MASSUPD' TO RC-PROGRAM-NAME
           MOVE 'CUSTFILE' TO RC-LOCK-NAME
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF RC-NOT-OK
               DISPLAY 'CUSTFILE IS HELD BY ANOTHER UPDATER, '
                   'RUN REFUSED'
               SET WS-REQUEST-REFUSED TO TRUE
           ELSE
               SET WS-CUSTFILE-LOCKED TO TRUE
           END-IF.

       4920-OPEN-UPDATE-FILES SECTION.

       4920-OPEN-FILES.
           OPEN I-O CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET WS-REQUEST-REFUSED TO TRUE
           END-IF
           OPEN I-O CHANGE-FILE
           IF WS-MCH-NOT-OPEN
               OPEN OUTPUT CHANGE-FILE
               CLOSE CHANGE-FILE
               OPEN I-O CHANGE-FILE
           END-IF
           IF NOT WS-MCH-OK
               DISPLAY 'ERROR OPENING MASS UPDATE CHANGE FILE: '
                   WS-MCH-STATUS
               SET WS-REQUEST-REFUSED TO TRUE
           END-IF
           OPEN EXTEND AUDIT-JOURNAL-FILE
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-JOURNAL-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR OPENING AUDIT JOURNAL FILE: '
                   WS-AUDIT-STATUS
               SET WS-REQUEST-REFUSED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * The back-out reads the update's change rows in customer
      * order. Rows already restored are passed over, so a back-out
      * run again after its exceptions are resolved picks up only
      * what is left; the update is marked backed out once no
      * exception remains.
      *----------------------------------------------------------------*
       5000-RUN-BACKOUT SECTION.

       5000-BACKOUT.
           PERFORM 4900-OPEN-FOR-UPDATE
           IF WS-REQUEST-OK
               PERFORM 7800-START-REPORT
               MOVE WS-REQ-UPDATE-ID TO MCH-UPDATE-ID
               MOVE LOW-VALUES TO MCH-CUST-KEY
               START CHANGE-FILE KEY IS NOT LESS THAN MCH-KEY
                   INVALID KEY
                       SET WS-CHG-EOF TO TRUE
               END-START
               PERFORM 5100-BACKOUT-CHANGE-ROW UNTIL WS-CHG-EOF
               IF WS-CUSTOMERS-REJECTED = 0
                   SET MUC-BACKED-OUT TO TRUE
               END-IF
               MOVE WS-TODAY-DATE TO MUC-BACKOUT-DATE
               MOVE WS-REQ-APPROVER-ID TO MUC-BACKOUT-APPROVER
               ADD WS-CUSTOMERS-CHANGED TO MUC-BACKOUT-RESTORED
               MOVE WS-CUSTOMERS-REJECTED TO MUC-BACKOUT-EXCEPTIONS
               REWRITE MASS-UPDATE-CONTROL-RECORD
               IF NOT WS-MUC-OK
                   DISPLAY 'ERROR MARKING MASS UPDATE BACKED OUT: '
                       WS-REQ-UPDATE-ID ' STATUS: ' WS-MUC-STATUS
               END-IF
           END-IF.

       5100-BACKOUT-CHANGE-ROW SECTION.

       5100-BACKOUT-ROW.
           READ CHANGE-FILE NEXT RECORD
               AT END
                   SET WS-CHG-EOF TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-CHG-EOF
                   CONTINUE
               WHEN MCH-UPDATE-ID NOT = WS-REQ-UPDATE-ID
                   SET WS-CHG-EOF TO TRUE
               WHEN MCH-RESTORED
                   CONTINUE
               WHEN OTHER
                   PERFORM 5200-RESTORE-CUSTOMER
           END-EVALUATE.

       5200-RESTORE-CUSTOMER SECTION.

       5200-RESTORE-CUST.
           MOVE MCH-BEFORE-IMAGE TO WS-RESTORE-IMAGE
           MOVE MCH-AFTER-IMAGE TO WS-APPLIED-IMAGE
           MOVE MCH-CUST-KEY TO CUST-KEY OF CUSTOMER-RECORD
           READ CUSTOMER-FILE INTO WS-WORK-CUSTOMER
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-FILE-OK
               MOVE WS-APPLIED-IMAGE TO WS-WORK-CUSTOMER
               MOVE WS-APPLIED-IMAGE TO WS-BEFORE-IMAGE
               SET WS-OUTCOME-REJECTED TO TRUE
               MOVE 'CUSTOMER NO LONGER ON FILE' TO WS-REJECT-REASON
           ELSE
               MOVE WS-WORK-CUSTOMER TO WS-BEFORE-IMAGE
               SET WS-STILL-APPLIED TO TRUE
               PERFORM 5300-CHECK-FIELD-APPLIED
                   VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-STILL-APPLIED
                   PERFORM 5400-RESTORE-FIELD
                       VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-CHG-COUNT
                   PERFORM 5500-REWRITE-RESTORED
               ELSE
                   SET WS-OUTCOME-REJECTED TO TRUE
                   MOVE 'CHANGED SINCE THE UPDATE, NOT RESTORED'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-OUTCOME-CHANGED
               SET MCH-RESTORED TO TRUE
               MOVE WS-TODAY-DATE TO MCH-BACKOUT-DATE
           ELSE
               SET MCH-BACKOUT-EXCEPTION TO TRUE
           END-IF
           REWRITE MASS-UPDATE-CHANGE-RECORD
           IF NOT WS-MCH-OK
               DISPLAY 'ERROR MARKING MASS UPDATE CHANGE ROW: '
                   MCH-CUST-ID ' STATUS: ' WS-MCH-STATUS
           END-IF
           PERFORM 6300-COUNT-OUTCOME
           PERFORM 7000-LIST-CUSTOMER.

      *----------------------------------------------------------------*
      * Each touched field must still hold the value the update set.
      *----------------------------------------------------------------*
       5300-CHECK-FIELD-APPLIED SECTION.

       5300-CHECK-FIELD.
           MOVE WS-CHG-CODE(WS-CHG-IDX) TO WS-FIELD-CODE
           MOVE WS-WORK-CUSTOMER TO WS-FIELD-IMAGE
           PERFORM 8500-GET-FIELD-VALUE
           MOVE WS-FIELD-VALUE TO WS-BEFORE-VALUE
           MOVE WS-APPLIED-IMAGE TO WS-FIELD-IMAGE
           PERFORM 8500-GET-FIELD-VALUE
           IF WS-FIELD-VALUE NOT = WS-BEFORE-VALUE
               SET WS-SINCE-CHANGED TO TRUE
           END-IF.

       5400-RESTORE-FIELD SECTION.

       5400-RESTORE.
           MOVE WS-CHG-CODE(WS-CHG-IDX) TO WS-FIELD-CODE
           MOVE WS-RESTORE-IMAGE TO WS-FIELD-IMAGE
           PERFORM 8500-GET-FIELD-VALUE
           PERFORM 8600-SET-FIELD-VALUE.

       5500-REWRITE-RESTORED SECTION.

       5500-REWRITE.
           IF WS-WORK-CUSTOMER = WS-BEFORE-IMAGE
               SET WS-OUTCOME-UNCHANGED TO TRUE
           ELSE
               REWRITE CUSTOMER-RECORD FROM WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   SET WS-OUTCOME-CHANGED TO TRUE
                   PERFORM 8000-WRITE-AUDIT-ENTRY
               ELSE
                   SET WS-OUTCOME-REJECTED TO TRUE
                   MOVE 'CUSTOMER REWRITE FAILED' TO WS-REJECT-REASON
                   DISPLAY 'ERROR REWRITING CUSTOMER: '
                       CUST-ID OF WS-WORK-CUSTOMER
                       ' STATUS: ' WS-FILE-STATUS
               END-IF
           END-IF.

       6000-READ-NEXT-CUSTOMER SECTION.

       6000-READ-NEXT.
           READ CUSTOMER-FILE NEXT RECORD INTO WS-WORK-CUSTOMER
               AT END
                   SET WS-CUST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
           END-READ.

      *----------------------------------------------------------------*
      * Every selection card must hold for the customer to be
      * selected.
      *----------------------------------------------------------------*
       6100-TEST-SELECTION SECTION.

       6100-TEST-SEL.
           SET WS-SELECTED TO TRUE
           MOVE WS-WORK-CUSTOMER TO WS-FIELD-IMAGE
           MOVE 1 TO WS-SEL-IDX
           PERFORM 6110-TEST-CRITERION
               UNTIL WS-SEL-IDX > WS-SEL-COUNT OR WS-NOT-SELECTED.

       6110-TEST-CRITERION SECTION.

       6110-TEST-CRIT.
           SET WS-CRITERION-FAILS TO TRUE
           IF WS-SEL-CODE(WS-SEL-IDX) = 13
               MOVE WS-SEL-VALUE(WS-SEL-IDX) TO WS-FAMILY-ID
               IF CUST-ID OF WS-WORK-CUSTOMER = WS-FAMILY-ID
                   OR CUST-PARENT-ID OF WS-WORK-CUSTOMER =
                       WS-FAMILY-ID
                   SET WS-CRITERION-HOLDS TO TRUE
               END-IF
           ELSE
               MOVE WS-SEL-CODE(WS-SEL-IDX) TO WS-FIELD-CODE
               PERFORM 8500-GET-FIELD-VALUE
               IF WS-FIELD-VALUE = WS-SEL-VALUE(WS-SEL-IDX)
                   SET WS-CRITERION-HOLDS TO TRUE
               END-IF
           END-IF
           IF (WS-SEL-EQ(WS-SEL-IDX) AND WS-CRITERION-FAILS)
               OR (WS-SEL-NE(WS-SEL-IDX) AND WS-CRITERION-HOLDS)
               SET WS-NOT-SELECTED TO TRUE
           END-IF
           ADD 1 TO WS-SEL-IDX.

      *----------------------------------------------------------------*
      * Applies the changes to WS-WORK-CUSTOMER, keeping the record
      * as read in WS-BEFORE-IMAGE. A status change meets CUSTMAIN's
      * 4129 rules customer by customer; a customer already holding
      * every new value is left unchanged.
      *----------------------------------------------------------------*
       6200-APPLY-CHANGES SECTION.

       6200-APPLY.
           MOVE WS-WORK-CUSTOMER TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-STATUS-CHG-IDX > 0
               PERFORM 6210-CHECK-STATUS-RULES
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 6220-APPLY-FIELD
                   VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-WORK-CUSTOMER = WS-BEFORE-IMAGE
                   SET WS-OUTCOME-UNCHANGED TO TRUE
               ELSE
                   SET WS-OUTCOME-CHANGED TO TRUE
               END-IF
           ELSE
               SET WS-OUTCOME-REJECTED TO TRUE
           END-IF.

       6210-CHECK-STATUS-RULES SECTION.

       6210-CHECK-STATUS.
           EVALUATE TRUE
               WHEN CUST-STAT-SOLD OF WS-WORK-CUSTOMER
                   MOVE 'STATUS CHANGE REFUSED, ACCOUNT SOLD'
                       TO WS-REJECT-REASON
               WHEN NOT CUST-SANCTIONS-NONE OF WS-WORK-CUSTOMER
                   MOVE 'STATUS CHANGE REFUSED, SANCTIONS REVIEW'
                       TO WS-REJECT-REASON
               WHEN CUST-STAT-HOLD OF WS-WORK-CUSTOMER
                   AND CUST-STATUS-REASON OF WS-WORK-CUSTOMER = 'FR'
                   MOVE 'STATUS CHANGE REFUSED, FRAUD REVIEW'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6220-APPLY-FIELD SECTION.

       6220-APPLY-FLD.
           MOVE WS-CHG-CODE(WS-CHG-IDX) TO WS-FIELD-CODE
           MOVE WS-CHG-VALUE(WS-CHG-IDX) TO WS-FIELD-VALUE
           PERFORM 8600-SET-FIELD-VALUE.

       6300-COUNT-OUTCOME SECTION.

       6300-COUNT.
           ADD 1 TO WS-CUSTOMERS-SELECTED
           EVALUATE TRUE
               WHEN WS-OUTCOME-CHANGED
                   ADD 1 TO WS-CUSTOMERS-CHANGED
               WHEN WS-OUTCOME-UNCHANGED
                   ADD 1 TO WS-CUSTOMERS-UNCHANGED
               WHEN OTHER
                   ADD 1 TO WS-CUSTOMERS-REJECTED
           END-EVALUATE.

      *----------------------------------------------------------------*
      * One line per changed field with its value before and after,
      * or one line giving the reason a customer was refused.
      *----------------------------------------------------------------*
       7000-LIST-CUSTOMER SECTION.

       7000-LIST-CUST.
           IF WS-OUTCOME-REJECTED
               MOVE SPACES TO WS-DTL-FIELD
               MOVE SPACES TO WS-DTL-BEFORE
               MOVE SPACES TO WS-DTL-AFTER
               MOVE WS-REJECT-REASON TO WS-DTL-RESULT
               PERFORM 7900-WRITE-DETAIL
           ELSE
               PERFORM 7100-LIST-FIELD
                   VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
           END-IF.

       7100-LIST-FIELD SECTION.

       7100-LIST-FLD.
           MOVE WS-CHG-CODE(WS-CHG-IDX) TO WS-FIELD-CODE
           MOVE WS-CHG-NAME(WS-CHG-IDX) TO WS-DTL-FIELD
           MOVE WS-BEFORE-IMAGE TO WS-FIELD-IMAGE
           PERFORM 8500-GET-FIELD-VALUE
           MOVE WS-FIELD-VALUE TO WS-DTL-BEFORE
           MOVE WS-WORK-CUSTOMER TO WS-FIELD-IMAGE
           PERFORM 8500-GET-FIELD-VALUE
           MOVE WS-FIELD-VALUE TO WS-DTL-AFTER
           EVALUATE TRUE
               WHEN WS-DTL-BEFORE = WS-DTL-AFTER
                   MOVE 'ALREADY AT VALUE' TO WS-DTL-RESULT
               WHEN WS-RUN-PREVIEW
                   MOVE 'WILL CHANGE' TO WS-DTL-RESULT
               WHEN WS-RUN-COMMIT
                   MOVE 'CHANGED' TO WS-DTL-RESULT
               WHEN OTHER
                   MOVE 'RESTORED' TO WS-DTL-RESULT
           END-EVALUATE
           PERFORM 7900-WRITE-DETAIL.

      *----------------------------------------------------------------*
      * First page: headings, the selection and changes the run
      * applies, then the column line.
      *----------------------------------------------------------------*
       7800-START-REPORT SECTION.

       7800-START-RPT.
           PERFORM 7810-PRINT-HEADINGS
           PERFORM 7820-LIST-CARD
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM WS-COLUMN-LINE
           ADD 2 TO WS-LINE-COUNT.

       7810-PRINT-HEADINGS SECTION.

       7810-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-REQ-UPDATE-ID TO WS-HDG-UPDATE-ID
           EVALUATE TRUE
               WHEN WS-RUN-PREVIEW
                   MOVE 'PREVIEW' TO WS-HDG-RUN-MODE
               WHEN WS-RUN-COMMIT
                   MOVE 'COMMIT' TO WS-HDG-RUN-MODE
               WHEN OTHER
                   MOVE 'BACK-OUT' TO WS-HDG-RUN-MODE
           END-EVALUATE
           MOVE WS-REQ-DESCRIPTION TO WS-HDG-DESCRIPTION
           MOVE WS-TODAY-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE WS-REQ-REQUESTER-ID TO WS-HDG-REQUESTER-ID
           MOVE WS-REQ-APPROVER-ID TO WS-HDG-APPROVER-ID
           WRITE PRINT-LINE FROM WS-HEADING-LINE-1
           WRITE PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 3 TO WS-LINE-COUNT.

       7820-LIST-CARD SECTION.

       7820-LIST-CRD.
           MOVE WS-CARD(WS-CARD-IDX) TO MASS-UPDATE-REQUEST-RECORD
           MOVE MUR-FIELD-NAME TO WS-CRD-FIELD
           MOVE MUR-VALUE TO WS-CRD-VALUE
           IF MUR-SELECTION
               MOVE 'SELECT' TO WS-CRD-KIND
               MOVE MUR-COMPARE TO WS-CRD-COMPARE
           ELSE
               MOVE 'CHANGE' TO WS-CRD-KIND
               MOVE 'TO' TO WS-CRD-COMPARE
           END-IF
           WRITE PRINT-LINE FROM WS-CARD-LINE
           ADD 1 TO WS-LINE-COUNT.

       7900-WRITE-DETAIL SECTION.

       7900-WRITE-DTL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7810-PRINT-HEADINGS
               WRITE PRINT-LINE FROM WS-COLUMN-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO WS-DTL-CUST-ID
           MOVE CUST-TYPE OF WS-WORK-CUSTOMER TO WS-DTL-CUST-TYPE
           WRITE PRINT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

      *----------------------------------------------------------------*
      * Journalled like a CUSTMAIN update: the requester keyed it and
      * the supervisor approved it.
      *----------------------------------------------------------------*
       8000-WRITE-AUDIT-ENTRY SECTION.

       8000-WRITE-AUDIT.
           SET AUD-ACTION-UPDATE TO TRUE
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TS-TIME FROM TIME
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO AUD-CUST-ID
           MOVE WS-REQ-REQUESTER-ID TO AUD-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-WORK-CUSTOMER TO AUD-AFTER-IMAGE
           MOVE 0 TO AUD-TRAN-ID
           MOVE WS-REQ-APPROVER-ID TO AUD-APPROVER-ID
           SET AC-FN-SEAL-ENTRY TO TRUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR WRITING AUDIT RECORD FOR: '
                   CUST-ID OF WS-WORK-CUSTOMER
                   ' STATUS: ' WS-AUDIT-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * Field WS-FIELD-CODE of WS-FIELD-IMAGE into WS-FIELD-VALUE,
      * left-justified.
      *----------------------------------------------------------------*
       8500-GET-FIELD-VALUE SECTION.

       8500-GET-VALUE.
           MOVE SPACES TO WS-FIELD-VALUE
           EVALUATE WS-FIELD-CODE
               WHEN 01
                   MOVE CUST-STMT-CYCLE OF WS-FIELD-IMAGE
                       TO WS-FIELD-VALUE
               WHEN 02
                   MOVE CUST-BRANCH-CODE OF WS-FIELD-IMAGE
                       TO WS-FIELD-VALUE
               WHEN 03
                   MOVE CUST-DELIVERY-PREF OF WS-FIELD-IMAGE
                       TO WS-FIELD-VALUE
               WHEN 04
                   MOVE CUST-COMPANY-CODE OF WS-FIELD-IMAGE
                       TO WS-FIELD-VALUE
               WHEN 05
                   MOVE CUST-PAYMENT-TERMS OF WS-FIELD-IMAGE
                       TO WS-FIELD-VALUE
               WHEN 06
                   MOVE CUST-DO-NOT-MAIL OF WS-FIELD-IMAGE
                       TO WS-FIELD-VALUE
               WHEN 07
                   MOVE CUST-DO-NOT-EMAIL OF WS-FIELD-IMAGE
                       TO WS-FIELD-VALUE
               WHEN 08
                   MOVE CUST-ACCT-STATUS OF WS-FIELD-IMAGE
                       TO WS-FIELD-VALUE
               WHEN 09
                   MOVE CUST-STATUS-REASON OF WS-FIELD-IMAGE
                       TO WS-FIELD-VALUE
               WHEN 10
                   MOVE CUST-TYPE OF WS-FIELD-IMAGE
                       TO WS-FIELD-VALUE
               WHEN 11
                   MOVE CUST-STATE OF WS-FIELD-IMAGE
                       TO WS-FIELD-VALUE
               WHEN 12
                   MOVE CUST-COUNTRY-CODE OF WS-FIELD-IMAGE
                       TO WS-FIELD-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * WS-FIELD-VALUE into field WS-FIELD-CODE of WS-WORK-CUSTOMER.
      *----------------------------------------------------------------*
       8600-SET-FIELD-VALUE SECTION.

       8600-SET-VALUE.
           EVALUATE WS-FIELD-CODE
               WHEN 01
                   MOVE WS-FIELD-VALUE(1:2) TO
                       CUST-STMT-CYCLE OF WS-WORK-CUSTOMER
               WHEN 02
                   MOVE WS-FIELD-VALUE(1:3) TO
                       CUST-BRANCH-CODE OF WS-WORK-CUSTOMER
               WHEN 03
                   MOVE WS-FIELD-VALUE(1:1) TO
                       CUST-DELIVERY-PREF OF WS-WORK-CUSTOMER
               WHEN 04
                   MOVE WS-FIELD-VALUE(1:2) TO
                       CUST-COMPANY-CODE OF WS-WORK-CUSTOMER
               WHEN 05
                   MOVE WS-FIELD-VALUE(1:4) TO
                       CUST-PAYMENT-TERMS OF WS-WORK-CUSTOMER
               WHEN 06
                   MOVE WS-FIELD-VALUE(1:1) TO
                       CUST-DO-NOT-MAIL OF WS-WORK-CUSTOMER
               WHEN 07
                   MOVE WS-FIELD-VALUE(1:1) TO
                       CUST-DO-NOT-EMAIL OF WS-WORK-CUSTOMER
               WHEN 08
                   MOVE WS-FIELD-VALUE(1:1) TO
                       CUST-ACCT-STATUS OF WS-WORK-CUSTOMER
               WHEN 09
                   MOVE WS-FIELD-VALUE(1:2) TO
                       CUST-STATUS-REASON OF WS-WORK-CUSTOMER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-REQUEST-OK
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 'CUSTOMERS READ:' TO WS-TOT-LABEL
               MOVE WS-CUSTOMERS-READ TO WS-TOT-COUNT
               WRITE PRINT-LINE FROM WS-TOTAL-LINE
               MOVE 'CUSTOMERS SELECTED:' TO WS-TOT-LABEL
               MOVE WS-CUSTOMERS-SELECTED TO WS-TOT-COUNT
               WRITE PRINT-LINE FROM WS-TOTAL-LINE
               EVALUATE TRUE
                   WHEN WS-RUN-PREVIEW
                       MOVE 'CUSTOMERS TO CHANGE:' TO WS-TOT-LABEL
                   WHEN WS-RUN-COMMIT
                       MOVE 'CUSTOMERS CHANGED:' TO WS-TOT-LABEL
                   WHEN OTHER
                       MOVE 'CUSTOMERS RESTORED:' TO WS-TOT-LABEL
               END-EVALUATE
               MOVE WS-CUSTOMERS-CHANGED TO WS-TOT-COUNT
               WRITE PRINT-LINE FROM WS-TOTAL-LINE
               MOVE 'ALREADY AT VALUE:' TO WS-TOT-LABEL
               MOVE WS-CUSTOMERS-UNCHANGED TO WS-TOT-COUNT
               WRITE PRINT-LINE FROM WS-TOTAL-LINE
               IF WS-RUN-BACKOUT
                   MOVE 'BACK-OUT EXCEPTIONS:' TO WS-TOT-LABEL
               ELSE
                   MOVE 'CUSTOMERS REFUSED:' TO WS-TOT-LABEL
               END-IF
               MOVE WS-CUSTOMERS-REJECTED TO WS-TOT-COUNT
               WRITE PRINT-LINE FROM WS-TOTAL-LINE
           ELSE
               IF WS-REPORT-OPEN
                   MOVE 'MASS UPDATE REFUSED - SEE RUN LOG' TO
                       PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-IF
           CLOSE REQUEST-FILE
           CLOSE CONTROL-FILE
           CLOSE CHANGE-FILE
           CLOSE OPERATOR-MASTER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE UPDATE-REPORT
           CLOSE AUDIT-JOURNAL-FILE
           DISPLAY 'MASS UPDATE:              ' WS-REQ-UPDATE-ID
               ' ' WS-REQ-RUN-MODE
           DISPLAY 'CUSTOMERS READ:           ' WS-CUSTOMERS-READ
           DISPLAY 'CUSTOMERS SELECTED:       ' WS-CUSTOMERS-SELECTED
           DISPLAY 'CUSTOMERS CHANGED:        ' WS-CUSTOMERS-CHANGED
           DISPLAY 'ALREADY AT VALUE:         ' WS-CUSTOMERS-UNCHANGED
           DISPLAY 'CUSTOMERS REFUSED:        ' WS-CUSTOMERS-REJECTED
           IF WS-CUSTFILE-LOCKED
               SET RC-FN-END-STEP TO TRUE
               MOVE 'MASSUPD' TO RC-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE WS-CUSTOMERS-CHANGED TO RC-RECORD-COUNT
               CALL 'RUNCTL' USING RUNCTL-PARMS
               SET RC-FN-UNLOCK-FILE TO TRUE
               MOVE 'MASSUPD' TO RC-PROGRAM-NAME
               MOVE 'CUSTFILE' TO RC-LOCK-NAME
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.
