       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSEL.
      *================================================================*
      * AD-HOC CUSTOMER SELECTION EXTRACT
      * Answers a one-off "list every customer who ..." request from
      * a card deck (SELCRIT, see copybooks/SELCREC) instead of a new
      * program each time. The criteria compare the fields of the
      * customer snapshot, and three values derived per customer -
      * utilization, days since payment and aging bucket - against
      * the values the requester gives; criteria in the same group
      * must all hold, and a customer is selected when any one group
      * holds (no criteria selects every customer). The selected
      * customers go out as a printed list (SELRPT) or as a
      * delimited file (SELEXT) with a heading row, carrying the
      * columns the request names or a standard set.
      *
      * The requester signs the request with their operator ID,
      * which must be active on the operator security master.
      * Customer personal data prints unmasked only for supervisors
      * and administrators; for anyone else those columns are masked
      * and no criterion may test them. Every request, run or
      * refused, is written to the selection log (SELLOG, see
      * copybooks/SELLOG) with the operator and the cards as read.
      * A request with any card in error is refused whole rather
      * than run on the criteria that happened to be right.
      *
      * The aging bucket ages from the customer's oldest collectable
      * open item net of disputed items, falling back to the last
      * payment date, the way CUSTAGE ages an account with no
      * statement cycle on file.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRITERIA-FILE ASSIGN TO 'SELCRIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCR-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-TRAN-ID
               ALTERNATE RECORD KEY IS OPI-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OPI-STATUS.

           SELECT SELECTION-REPORT ASSIGN TO 'SELRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT SELECTION-EXTRACT-FILE ASSIGN TO 'SELEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT SELECTION-LOG-FILE ASSIGN TO 'SELLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRITERIA-FILE.
           COPY SELCREC.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  SELECTION-REPORT.
       01  PRINT-LINE                      PIC X(132).

       FD  SELECTION-EXTRACT-FILE.
       01  SELECTION-EXTRACT-RECORD        PIC X(1200).

       FD  SELECTION-LOG-FILE.
           COPY SELLOG.

       WORKING-STORAGE SECTION.

       01  WS-SCR-STATUS                   PIC XX.
           88  WS-SCR-OK                   VALUE '00'.

       01  WS-OPR-STATUS                   PIC XX.
           88  WS-OPR-OK                   VALUE '00'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-OPI-STATUS                   PIC XX.
           88  WS-OPI-OK                   VALUE '00'.

       01  WS-PRINT-STATUS                 PIC XX.
           88  WS-PRINT-OK                 VALUE '00'.

       01  WS-EXT-STATUS                   PIC XX.
           88  WS-EXT-OK                   VALUE '00'.

       01  WS-SLG-STATUS                   PIC XX.
           88  WS-SLG-OK                   VALUE '00'.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

       01  WS-FLAGS.
           05  WS-SCR-EOF-FLAG             PIC X VALUE 'N'.
               88  WS-SCR-EOF              VALUE 'Y'.
               88  WS-SCR-NOT-EOF          VALUE 'N'.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-HEADER-FLAG              PIC X VALUE 'N'.
               88  WS-HEADER-READ          VALUE 'Y'.
               88  WS-NO-HEADER            VALUE 'N'.
           05  WS-CARD-FLAG                PIC X VALUE 'Y'.
               88  WS-CARD-GOOD            VALUE 'Y'.
               88  WS-CARD-BAD             VALUE 'N'.
           05  WS-TEST-FLAG                PIC X VALUE 'N'.
               88  WS-TEST-HOLDS           VALUE 'Y'.
               88  WS-TEST-FAILS           VALUE 'N'.
           05  WS-SELECT-FLAG              PIC X VALUE 'N'.
               88  WS-CUST-SELECTED        VALUE 'Y'.
               88  WS-CUST-NOT-SELECTED    VALUE 'N'.
           05  WS-OPI-SCAN-FLAG            PIC X VALUE 'N'.
               88  WS-OPI-SCAN-DONE        VALUE 'Y'.
               88  WS-OPI-SCAN-ACTIVE      VALUE 'N'.
           05  WS-FILES-FLAG               PIC X VALUE 'N'.
               88  WS-FILES-OPEN           VALUE 'Y'.
               88  WS-FILES-CLOSED         VALUE 'N'.

       01  WS-OPI-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-OPI-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-OPI-FILE-ABSENT          VALUE 'N'.

      *----------------------------------------------------------------*
      * Supervisors and administrators see customer personal data as
      * it stands; clerks and collectors get it masked.
      *----------------------------------------------------------------*
       01  WS-PII-FLAG                     PIC X VALUE 'N'.
           88  WS-PII-ALLOWED              VALUE 'Y'.
           88  WS-PII-MASKED               VALUE 'N'.

      *----------------------------------------------------------------*
      * The derived values cost a date calculation or an open-item
      * scan per customer, so they are only worked out when the
      * request uses them.
      *----------------------------------------------------------------*
       01  WS-DERIVED-NEEDS.
           05  WS-NEED-DAYS-FLAG           PIC X VALUE 'N'.
               88  WS-NEED-DAYS            VALUE 'Y'.
           05  WS-NEED-AGING-FLAG          PIC X VALUE 'N'.
               88  WS-NEED-AGING           VALUE 'Y'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-TODAY-TIME                   PIC 9(6).

       01  WS-REQUEST.
           05  WS-REQ-OPERATOR-ID          PIC X(8) VALUE SPACES.
           05  WS-REQ-OPERATOR-NAME        PIC X(30) VALUE SPACES.
           05  WS-REQ-OPERATOR-ROLE        PIC X(1) VALUE SPACE.
           05  WS-REQ-FORMAT               PIC X(1) VALUE 'P'.
               88  WS-REQ-PRINT            VALUE 'P'.
               88  WS-REQ-DELIMITED        VALUE 'D'.
           05  WS-REQ-DELIMITER            PIC X(1) VALUE '|'.
           05  WS-REQ-TITLE                PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * The request's cards as read, for the log.
      *----------------------------------------------------------------*
       01  WS-CARD-MAX                     PIC 9(3) VALUE 60.
       01  WS-CARD-COUNT                   PIC 9(3) VALUE 0.
       01  WS-CARD-IDX                     PIC 9(3).
       01  WS-CARD-TABLE.
           05  WS-CARD-IMAGE OCCURS 60 TIMES
                                           PIC X(80).

       01  WS-CRT-MAX                      PIC 9(3) VALUE 30.
       01  WS-CRT-COUNT                    PIC 9(3) VALUE 0.
       01  WS-CRT-IDX                      PIC 9(3).
       01  WS-CRITERIA-TABLE.
           05  WS-CRT-ENTRY OCCURS 30 TIMES.
               10  WS-CRT-GROUP            PIC 9(2).
               10  WS-CRT-FIELD-IDX        PIC 9(2).
               10  WS-CRT-COMPARE          PIC X(2).
               10  WS-CRT-VALUE            PIC X(30).
               10  WS-CRT-NUMBER           PIC S9(11)V99.

      *----------------------------------------------------------------*
      * One byte per group number: 'T' while every criterion of the
      * group tested so far holds, 'F' once one fails, space for a
      * group the request does not use.
      *----------------------------------------------------------------*
       01  WS-GROUP-START                  PIC X(99) VALUE SPACES.
       01  WS-GROUP-STATES                 PIC X(99) VALUE SPACES.
       01  WS-GROUP-IDX                    PIC 9(3).

       01  WS-COL-MAX                      PIC 9(3) VALUE 20.
       01  WS-COL-COUNT                    PIC 9(3) VALUE 0.
       01  WS-COL-IDX                      PIC 9(3).
       01  WS-COLUMN-TABLE.
           05  WS-COL-ENTRY OCCURS 20 TIMES.
               10  WS-COL-FIELD-IDX        PIC 9(2).
               10  WS-COL-POS              PIC 9(3).

       01  WS-DEFAULT-COLUMN-VALUES.
           05  FILLER  PIC X(14) VALUE 'CUST-ID'.
           05  FILLER  PIC X(14) VALUE 'CUST-TYPE'.
           05  FILLER  PIC X(14) VALUE 'LAST-NAME'.
           05  FILLER  PIC X(14) VALUE 'FIRST-NAME'.
           05  FILLER  PIC X(14) VALUE 'CITY'.
           05  FILLER  PIC X(14) VALUE 'STATE'.
           05  FILLER  PIC X(14) VALUE 'BRANCH'.
           05  FILLER  PIC X(14) VALUE 'CREDIT-LIMIT'.
           05  FILLER  PIC X(14) VALUE 'BALANCE'.

       01  WS-DEFAULT-COLUMN-TABLE
               REDEFINES WS-DEFAULT-COLUMN-VALUES.
           05  WS-DEFAULT-COLUMN OCCURS 9 TIMES
                                           PIC X(14).

       01  WS-DEFAULT-COLUMN-COUNT         PIC 9(3) VALUE 9.

       01  WS-LINE-END                     PIC 9(3).

       COPY SELFTAB.

       01  WS-LOOKUP-NAME                  PIC X(14).

      *----------------------------------------------------------------*
      * Numeric criterion values are read a character at a time.
      *----------------------------------------------------------------*
       01  WS-PARSE-WORK.
           05  WS-PARSE-POS                PIC 9(2).
           05  WS-PARSE-CHAR               PIC X(1).
           05  WS-PARSE-DIGIT REDEFINES WS-PARSE-CHAR
                                           PIC 9(1).
           05  WS-PARSE-WHOLE              PIC 9(11).
           05  WS-PARSE-CENTS              PIC 9(2).
           05  WS-PARSE-PLACES             PIC 9(1).
           05  WS-PARSE-DIGITS             PIC 9(2).
           05  WS-PARSE-SIGN-FLAG          PIC X(1).
               88  WS-PARSE-NEGATIVE       VALUE '-'.
           05  WS-PARSE-POINT-FLAG         PIC X(1).
               88  WS-PARSE-AFTER-POINT    VALUE 'Y'.
           05  WS-PARSE-NUMBER             PIC S9(11)V99.

       01  WS-CUSTOMER-DERIVED.
           05  WS-UTIL-PCT                 PIC S9(5)V99.
           05  WS-DAYS-SINCE-PAY           PIC S9(7).
           05  WS-AGING-BUCKET             PIC 9(1).
           05  WS-DAYS-PAST-DUE            PIC S9(9).
           05  WS-DISPUTED-AMOUNT          PIC S9(9)V99.
           05  WS-NET-BALANCE              PIC S9(9)V99.
           05  WS-OLDEST-DUE-DATE          PIC 9(8).
           05  WS-ITEM-DUE-DATE            PIC 9(8).
           05  WS-AGE-FROM-DATE            PIC 9(8).

       COPY DATEPARM.

      *----------------------------------------------------------------*
      * One field of the current customer, fetched by its field
      * number: text in WS-FLD-TEXT, numbers in WS-FLD-NUMBER and,
      * edited for output, in WS-FLD-EDITED.
      *----------------------------------------------------------------*
       01  WS-FIELD-WORK.
           05  WS-FLD-CODE                 PIC 9(2).
           05  WS-FLD-TEXT                 PIC X(56).
           05  WS-FLD-NUMBER               PIC S9(11)V99.
           05  WS-FLD-EDITED               PIC X(13).
           05  WS-FLD-EDIT-AMOUNT          PIC -(9)9.99.
           05  WS-FLD-EDIT-WHOLE           PIC -(12)9.
           05  WS-FLD-WIDTH                PIC 9(2).
           05  WS-FLD-EDIT-START           PIC 9(2).

       01  WS-EMAIL-WORK.
           05  WS-EMAIL-LOCAL              PIC X(50).
           05  WS-EMAIL-DOMAIN             PIC X(50).

       01  WS-TRIM-WORK.
           05  WS-TRIM-TEXT                PIC X(56).
           05  WS-TRIM-LEAD                PIC 9(2).
           05  WS-TRIM-START               PIC 9(2).
           05  WS-TRIM-END                 PIC 9(2).
           05  WS-TRIM-LENGTH              PIC 9(2).

       01  WS-EXT-LINE                     PIC X(1200).
       01  WS-EXT-PTR                      PIC 9(4).

       01  WS-LINES-PER-PAGE               PIC 9(3) VALUE 60.
       01  WS-LINE-COUNT                   PIC 9(3) VALUE 0.
       01  WS-PAGE-COUNT                   PIC 9(4) VALUE 0.

       01  WS-RUN-TOTALS.
           05  WS-CUSTOMERS-READ           PIC 9(9) VALUE 0.
           05  WS-CUSTOMERS-SELECTED       PIC 9(9) VALUE 0.
           05  WS-CARDS-REJECTED           PIC 9(3) VALUE 0.
           05  WS-CARDS-OVER               PIC 9(5) VALUE 0.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(20)
               VALUE 'CUSTOMER SELECTION: '.
           05  WS-HDG-TITLE                PIC X(40).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG-DATE                 PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(6) VALUE 'PAGE: '.
           05  WS-HDG-PAGE                 PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(14)
               VALUE 'REQUESTED BY: '.
           05  WS-HDG-OPERATOR-ID          PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-HDG-OPERATOR-NAME        PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HDG-RENDITION            PIC X(30).

       01  WS-COLUMN-LINE                  PIC X(132).
       01  WS-DETAIL-LINE                  PIC X(132).

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(20)
               VALUE 'CUSTOMERS SELECTED: '.
           05  WS-TOT-SELECTED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(4) VALUE ' OF '.
           05  WS-TOT-READ                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(5) VALUE ' READ'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 1600-OPEN-SELECTION-FILES
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 2000-SELECT-CUSTOMER UNTIL WS-EOF
               IF WS-REQ-PRINT
                   PERFORM 4900-PRINT-TOTAL
               END-IF
           END-IF
           PERFORM 8000-LOG-REQUEST
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-RUN-TOTALS
           SET WS-PII-MASKED TO TRUE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME
           OPEN INPUT CRITERIA-FILE
           IF NOT WS-SCR-OK
               DISPLAY 'ERROR OPENING SELECTION CRITERIA: '
                   WS-SCR-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               PERFORM 1100-READ-CARD UNTIL WS-SCR-EOF
               CLOSE CRITERIA-FILE
               PERFORM 1400-CHECK-REQUEST
           END-IF
           IF WS-RUN-CLEAN
               PERFORM 1500-CHECK-OPERATOR
           END-IF.

      *----------------------------------------------------------------*
      * Every card is kept for the log, good or bad; a bad card is
      * reported and refuses the request once all are read.
      *----------------------------------------------------------------*
       1100-READ-CARD SECTION.

       1100-READ.
           READ CRITERIA-FILE
               AT END
                   SET WS-SCR-EOF TO TRUE
               NOT AT END
                   IF WS-CARD-COUNT < WS-CARD-MAX
                       ADD 1 TO WS-CARD-COUNT
                       MOVE SELECTION-CRITERIA-RECORD TO
                           WS-CARD-IMAGE(WS-CARD-COUNT)
                   ELSE
                       ADD 1 TO WS-CARDS-OVER
                   END-IF
                   SET WS-CARD-GOOD TO TRUE
                   EVALUATE TRUE
                       WHEN SCR-HEADER
                           PERFORM 1110-TAKE-HEADER
                       WHEN SCR-CRITERION
                           PERFORM 1120-TAKE-CRITERION
                       WHEN SCR-COLUMN
                           PERFORM 1130-TAKE-COLUMN
                       WHEN OTHER
                           DISPLAY 'UNKNOWN CARD TYPE'
                           SET WS-CARD-BAD TO TRUE
                   END-EVALUATE
                   IF WS-CARD-BAD
                       ADD 1 TO WS-CARDS-REJECTED
                       DISPLAY '  CARD REJECTED: '
                           SELECTION-CRITERIA-RECORD
                   END-IF
           END-READ.

       1110-TAKE-HEADER SECTION.

       1110-HEADER.
           EVALUATE TRUE
               WHEN WS-HEADER-READ
                   DISPLAY 'MORE THAN ONE HEADER CARD'
                   SET WS-CARD-BAD TO TRUE
               WHEN SCR-OPERATOR-ID = SPACES
                   DISPLAY 'NO OPERATOR ID ON HEADER CARD'
                   SET WS-CARD-BAD TO TRUE
               WHEN NOT SCR-OUTPUT-PRINT
                   AND NOT SCR-OUTPUT-DELIMITED
                   DISPLAY 'OUTPUT MUST BE P (PRINT) OR D (DELIMITED)'
                   SET WS-CARD-BAD TO TRUE
               WHEN OTHER
                   SET WS-HEADER-READ TO TRUE
                   MOVE SCR-OPERATOR-ID TO WS-REQ-OPERATOR-ID
                   MOVE SCR-TITLE TO WS-REQ-TITLE
                   IF SCR-OUTPUT-DELIMITED
                       SET WS-REQ-DELIMITED TO TRUE
                       IF SCR-DELIMITER NOT = SPACE
                           MOVE SCR-DELIMITER TO WS-REQ-DELIMITER
                       END-IF
                   ELSE
                       SET WS-REQ-PRINT TO TRUE
                   END-IF
           END-EVALUATE.

       1120-TAKE-CRITERION SECTION.

       1120-CRITERION.
           IF SCR-GROUP = SPACES
               MOVE '01' TO SCR-GROUP
           END-IF
           MOVE SCR-FIELD-NAME TO WS-LOOKUP-NAME
           PERFORM 1200-FIND-FIELD
           EVALUATE TRUE
               WHEN WS-CRT-COUNT NOT < WS-CRT-MAX
                   DISPLAY 'TOO MANY CRITERIA, LIMIT IS ' WS-CRT-MAX
                   SET WS-CARD-BAD TO TRUE
               WHEN SCR-GROUP-NUM NOT NUMERIC
                   OR SCR-GROUP-NUM = 0
                   DISPLAY 'GROUP MUST BE 01 TO 99'
                   SET WS-CARD-BAD TO TRUE
               WHEN SFD-NOT-FOUND
                   DISPLAY 'UNKNOWN FIELD: ' SCR-FIELD-NAME
                   SET WS-CARD-BAD TO TRUE
               WHEN NOT SCR-COMPARE-VALID
                   DISPLAY 'COMPARISON MUST BE EQ NE GT GE LT OR LE'
                   SET WS-CARD-BAD TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-CRT-COUNT
                   MOVE SCR-GROUP-NUM TO WS-CRT-GROUP(WS-CRT-COUNT)
                   MOVE SFD-IDX TO WS-CRT-FIELD-IDX(WS-CRT-COUNT)
                   MOVE SCR-COMPARE TO WS-CRT-COMPARE(WS-CRT-COUNT)
                   MOVE SCR-VALUE TO WS-CRT-VALUE(WS-CRT-COUNT)
                   MOVE 0 TO WS-CRT-NUMBER(WS-CRT-COUNT)
                   MOVE 'T' TO WS-GROUP-START(SCR-GROUP-NUM:1)
                   PERFORM 1140-NOTE-DERIVED-NEED
                   IF NOT SFD-KIND-TEXT(SFD-IDX)
                       PERFORM 1300-PARSE-NUMBER
                       MOVE WS-PARSE-NUMBER TO
                           WS-CRT-NUMBER(WS-CRT-COUNT)
                   END-IF
           END-EVALUATE.

       1130-TAKE-COLUMN SECTION.

       1130-COLUMN.
           MOVE SCR-COLUMN-NAME TO WS-LOOKUP-NAME
           PERFORM 1200-FIND-FIELD
           EVALUATE TRUE
               WHEN WS-COL-COUNT NOT < WS-COL-MAX
                   DISPLAY 'TOO MANY COLUMNS, LIMIT IS ' WS-COL-MAX
                   SET WS-CARD-BAD TO TRUE
               WHEN SFD-NOT-FOUND
                   DISPLAY 'UNKNOWN FIELD: ' SCR-COLUMN-NAME
                   SET WS-CARD-BAD TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-COL-COUNT
                   MOVE SFD-IDX TO WS-COL-FIELD-IDX(WS-COL-COUNT)
                   PERFORM 1140-NOTE-DERIVED-NEED
           END-EVALUATE.

       1140-NOTE-DERIVED-NEED SECTION.

       1140-NOTE-NEED.
           EVALUATE SFD-CODE(SFD-IDX)
               WHEN 27
                   SET WS-NEED-DAYS TO TRUE
               WHEN 28
                   SET WS-NEED-AGING TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Leaves SFD-IDX on the named field's row when it is found.
      *----------------------------------------------------------------*
       1200-FIND-FIELD SECTION.

       1200-FIND.
           MOVE 1 TO SFD-IDX
           PERFORM 1210-STEP-FIELD
               UNTIL SFD-IDX > SFD-TABLE-SIZE
                   OR SFD-NAME(SFD-IDX) = WS-LOOKUP-NAME
           IF SFD-IDX > SFD-TABLE-SIZE
               SET SFD-NOT-FOUND TO TRUE
           ELSE
               SET SFD-FOUND TO TRUE
           END-IF.

       1210-STEP-FIELD SECTION.

       1210-STEP.
           ADD 1 TO SFD-IDX.

      *----------------------------------------------------------------*
      * A number may carry a leading minus, commas, a percent sign
      * and up to two decimal places; anything else refuses the card.
      *----------------------------------------------------------------*
       1300-PARSE-NUMBER SECTION.

       1300-PARSE.
           MOVE 0 TO WS-PARSE-WHOLE
           MOVE 0 TO WS-PARSE-CENTS
           MOVE 0 TO WS-PARSE-PLACES
           MOVE 0 TO WS-PARSE-DIGITS
           MOVE SPACE TO WS-PARSE-SIGN-FLAG
           MOVE SPACE TO WS-PARSE-POINT-FLAG
           PERFORM 1310-PARSE-ONE-CHAR
               VARYING WS-PARSE-POS FROM 1 BY 1
               UNTIL WS-PARSE-POS > 30
                   OR WS-CARD-BAD
           IF WS-CARD-GOOD AND WS-PARSE-DIGITS = 0
               DISPLAY 'NO NUMBER GIVEN FOR NUMERIC FIELD'
               SET WS-CARD-BAD TO TRUE
           END-IF
           IF WS-PARSE-PLACES = 1
               MULTIPLY 10 BY WS-PARSE-CENTS
           END-IF
           COMPUTE WS-PARSE-NUMBER =
               WS-PARSE-WHOLE + (WS-PARSE-CENTS / 100)
           IF WS-PARSE-NEGATIVE
               COMPUTE WS-PARSE-NUMBER = 0 - WS-PARSE-NUMBER
           END-IF.

       1310-PARSE-ONE-CHAR SECTION.

       1310-PARSE-CHAR.
           MOVE SCR-VALUE(WS-PARSE-POS:1) TO WS-PARSE-CHAR
           EVALUATE TRUE
               WHEN WS-PARSE-CHAR = SPACE OR ',' OR '%'
                   CONTINUE
               WHEN WS-PARSE-CHAR = '-'
                   AND WS-PARSE-DIGITS = 0
                   AND NOT WS-PARSE-NEGATIVE
                   SET WS-PARSE-NEGATIVE TO TRUE
               WHEN WS-PARSE-CHAR = '.'
                   AND NOT WS-PARSE-AFTER-POINT
                   SET WS-PARSE-AFTER-POINT TO TRUE
               WHEN WS-PARSE-CHAR IS NUMERIC
                   AND WS-PARSE-AFTER-POINT
                   AND WS-PARSE-PLACES < 2
                   ADD 1 TO WS-PARSE-DIGITS
                   ADD 1 TO WS-PARSE-PLACES
                   COMPUTE WS-PARSE-CENTS =
                       WS-PARSE-CENTS * 10 + WS-PARSE-DIGIT
               WHEN WS-PARSE-CHAR IS NUMERIC
                   AND NOT WS-PARSE-AFTER-POINT
                   AND WS-PARSE-WHOLE < 1000000000
                   ADD 1 TO WS-PARSE-DIGITS
                   COMPUTE WS-PARSE-WHOLE =
                       WS-PARSE-WHOLE * 10 + WS-PARSE-DIGIT
               WHEN OTHER
                   DISPLAY 'VALUE IS NOT A NUMBER: ' SCR-VALUE
                   SET WS-CARD-BAD TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * With every card read: the request must be signed, take the
      * standard columns if it names none, and fit the printed page.
      *----------------------------------------------------------------*
       1400-CHECK-REQUEST SECTION.

       1400-CHECK.
           IF WS-CARDS-REJECTED > 0
               DISPLAY 'REQUEST REFUSED, CARDS IN ERROR: '
                   WS-CARDS-REJECTED
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF WS-NO-HEADER
               DISPLAY 'REQUEST REFUSED, NO HEADER CARD'
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF WS-CARDS-OVER > 0
               DISPLAY 'REQUEST REFUSED, MORE THAN ' WS-CARD-MAX
                   ' CARDS'
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF WS-COL-COUNT = 0
               PERFORM 1410-TAKE-DEFAULT-COLUMN
                   VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-DEFAULT-COLUMN-COUNT
           END-IF
           MOVE 1 TO WS-LINE-END
           PERFORM 1420-PLACE-COLUMN
               VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-COUNT
           IF WS-REQ-PRINT AND WS-LINE-END > 135
               DISPLAY 'REQUEST REFUSED, COLUMNS DO NOT FIT THE '
                   'PRINTED LIST'
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       1410-TAKE-DEFAULT-COLUMN SECTION.

       1410-DEFAULT-COL.
           MOVE WS-DEFAULT-COLUMN(WS-COL-IDX) TO WS-LOOKUP-NAME
           PERFORM 1200-FIND-FIELD
           ADD 1 TO WS-COL-COUNT
           MOVE SFD-IDX TO WS-COL-FIELD-IDX(WS-COL-COUNT).

      *----------------------------------------------------------------*
      * Printed columns sit two spaces apart.
      *----------------------------------------------------------------*
       1420-PLACE-COLUMN SECTION.

       1420-PLACE-COL.
           MOVE WS-COL-FIELD-IDX(WS-COL-IDX) TO SFD-IDX
           MOVE WS-LINE-END TO WS-COL-POS(WS-COL-IDX)
           COMPUTE WS-LINE-END =
               WS-LINE-END + SFD-PRINT-WIDTH(SFD-IDX) + 2.

      *----------------------------------------------------------------*
      * The requester must be an active operator; their role decides
      * whether personal data prints, and a masked requester may not
      * select on it either.
      *----------------------------------------------------------------*
       1500-CHECK-OPERATOR SECTION.

       1500-CHECK-OPR.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF NOT WS-OPR-OK
               DISPLAY 'OPERATOR SECURITY MASTER NOT AVAILABLE, '
                   'REQUEST REFUSED: ' WS-OPR-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               MOVE WS-REQ-OPERATOR-ID TO OPR-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-OPR-OK OR NOT OPR-ACTIVE
                   DISPLAY 'REQUEST REFUSED, OPERATOR NOT ACTIVE: '
                       WS-REQ-OPERATOR-ID
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   MOVE OPR-NAME TO WS-REQ-OPERATOR-NAME
                   MOVE OPR-ROLE TO WS-REQ-OPERATOR-ROLE
                   IF OPR-ROLE-SUPERVISOR OR OPR-ROLE-ADMIN
                       SET WS-PII-ALLOWED TO TRUE
                   END-IF
               END-IF
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           IF WS-RUN-CLEAN AND WS-PII-MASKED
               PERFORM 1510-CHECK-PII-CRITERION
                   VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CRT-COUNT
           END-IF.

       1510-CHECK-PII-CRITERION SECTION.

       1510-CHECK-PII.
           MOVE WS-CRT-FIELD-IDX(WS-CRT-IDX) TO SFD-IDX
           IF SFD-PII(SFD-IDX)
               DISPLAY 'REQUEST REFUSED, OPERATOR MAY NOT SELECT ON '
                   'PERSONAL DATA: ' SFD-NAME(SFD-IDX)
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * The open-item file is only wanted for the aging bucket; if
      * it is missing the bucket ages from the last payment date.
      *----------------------------------------------------------------*
       1600-OPEN-SELECTION-FILES SECTION.

       1600-OPEN-FILES.
           SET WS-FILES-OPEN TO TRUE
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF WS-NEED-AGING
               OPEN INPUT OPEN-ITEM-FILE
               IF WS-OPI-OK
                   SET WS-OPI-FILE-AVAILABLE TO TRUE
               ELSE
                   SET WS-OPI-FILE-ABSENT TO TRUE
                   DISPLAY 'OPEN ITEM FILE NOT AVAILABLE, AGING FROM '
                       'LAST PAYMENT DATE: ' WS-OPI-STATUS
               END-IF
           END-IF
           IF WS-REQ-PRINT
               OPEN OUTPUT SELECTION-REPORT
               IF NOT WS-PRINT-OK
                   DISPLAY 'ERROR OPENING SELECTION REPORT: '
                       WS-PRINT-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
               PERFORM 1610-BUILD-COLUMN-LINE
           ELSE
               OPEN OUTPUT SELECTION-EXTRACT-FILE
               IF NOT WS-EXT-OK
                   DISPLAY 'ERROR OPENING SELECTION EXTRACT: '
                       WS-EXT-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   PERFORM 1620-WRITE-EXTRACT-HEADING
               END-IF
           END-IF.

       1610-BUILD-COLUMN-LINE SECTION.

       1610-BUILD-COLS.
           MOVE SPACES TO WS-COLUMN-LINE
           PERFORM 1611-PLACE-COLUMN-NAME
               VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-COUNT.

       1611-PLACE-COLUMN-NAME SECTION.

       1611-PLACE-NAME.
           MOVE WS-COL-FIELD-IDX(WS-COL-IDX) TO SFD-IDX
           MOVE SFD-NAME(SFD-IDX) TO
               WS-COLUMN-LINE(WS-COL-POS(WS-COL-IDX):
                   SFD-PRINT-WIDTH(SFD-IDX)).

       1620-WRITE-EXTRACT-HEADING SECTION.

       1620-EXT-HEADING.
           MOVE SPACES TO WS-EXT-LINE
           MOVE 1 TO WS-EXT-PTR
           PERFORM 1621-ADD-HEADING-NAME
               VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-COUNT
           WRITE SELECTION-EXTRACT-RECORD FROM WS-EXT-LINE.

       1621-ADD-HEADING-NAME SECTION.

       1621-ADD-NAME.
           MOVE WS-COL-FIELD-IDX(WS-COL-IDX) TO SFD-IDX
           IF WS-COL-IDX > 1
               STRING WS-REQ-DELIMITER DELIMITED BY SIZE
                   INTO WS-EXT-LINE WITH POINTER WS-EXT-PTR
           END-IF
           STRING SFD-NAME(SFD-IDX) DELIMITED BY SPACE
               INTO WS-EXT-LINE WITH POINTER WS-EXT-PTR.

       2000-SELECT-CUSTOMER SECTION.

       2000-SELECT.
           READ CUSTOMER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   PERFORM 2100-DERIVE-VALUES
                   PERFORM 3000-TEST-CRITERIA
                   IF WS-CUST-SELECTED
                       ADD 1 TO WS-CUSTOMERS-SELECTED
                       IF WS-REQ-PRINT
                           PERFORM 4000-PRINT-CUSTOMER
                       ELSE
                           PERFORM 4500-EXTRACT-CUSTOMER
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Utilization follows CAMPSEL: nothing owed is 0%, an amount
      * owed against no limit is 999%.
      *----------------------------------------------------------------*
       2100-DERIVE-VALUES SECTION.

       2100-DERIVE.
           EVALUATE TRUE
               WHEN CUST-BALANCE NOT > 0
                   MOVE 0 TO WS-UTIL-PCT
               WHEN CUST-CREDIT-LIMIT = 0
                   MOVE 999 TO WS-UTIL-PCT
               WHEN OTHER
                   COMPUTE WS-UTIL-PCT ROUNDED =
                       CUST-BALANCE * 100 / CUST-CREDIT-LIMIT
                   IF WS-UTIL-PCT > 999
                       MOVE 999 TO WS-UTIL-PCT
                   END-IF
           END-EVALUATE
           IF WS-NEED-DAYS
               PERFORM 2200-DAYS-SINCE-PAYMENT
           END-IF
           IF WS-NEED-AGING
               PERFORM 2300-AGING-BUCKET
           END-IF.

       2200-DAYS-SINCE-PAYMENT SECTION.

       2200-DAYS-SINCE.
           MOVE 99999 TO WS-DAYS-SINCE-PAY
           IF CUST-PAYMENT-DATE NUMERIC AND CUST-PAYMENT-DATE > 0
               SET DU-FN-DAYS-BETWEEN TO TRUE
               MOVE CUST-PAYMENT-DATE TO DU-DATE-1
               MOVE WS-TODAY-DATE TO DU-DATE-2
               CALL 'DATEUTIL' USING DATEUTIL-PARMS
               IF DU-DAYS-COUNT < 99999
                   MOVE DU-DAYS-COUNT TO WS-DAYS-SINCE-PAY
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Bucket 0 when nothing collectable is owed once disputed items
      * are netted off; otherwise by days past the oldest open item's
      * due date, or the last payment date, as in CUSTAGE.
      *----------------------------------------------------------------*
       2300-AGING-BUCKET SECTION.

       2300-AGING.
           MOVE 0 TO WS-DISPUTED-AMOUNT
           MOVE 99999999 TO WS-OLDEST-DUE-DATE
           IF WS-OPI-FILE-AVAILABLE
               SET WS-OPI-SCAN-ACTIVE TO TRUE
               MOVE CUST-ID TO OPI-CUST-ID
               START OPEN-ITEM-FILE KEY IS = OPI-CUST-ID
                   INVALID KEY
                       SET WS-OPI-SCAN-DONE TO TRUE
               END-START
               PERFORM 2310-SCAN-ONE-ITEM
                   UNTIL WS-OPI-SCAN-DONE
           END-IF
           COMPUTE WS-NET-BALANCE = CUST-BALANCE - WS-DISPUTED-AMOUNT
           IF WS-OLDEST-DUE-DATE < 99999999
               MOVE WS-OLDEST-DUE-DATE TO WS-AGE-FROM-DATE
           ELSE
               MOVE CUST-PAYMENT-DATE TO WS-AGE-FROM-DATE
           END-IF
           MOVE 999999999 TO WS-DAYS-PAST-DUE
           IF WS-AGE-FROM-DATE NUMERIC AND WS-AGE-FROM-DATE > 0
               SET DU-FN-DAYS-BETWEEN TO TRUE
               MOVE WS-AGE-FROM-DATE TO DU-DATE-1
               MOVE WS-TODAY-DATE TO DU-DATE-2
               CALL 'DATEUTIL' USING DATEUTIL-PARMS
               MOVE DU-DAYS-COUNT TO WS-DAYS-PAST-DUE
           END-IF
           EVALUATE TRUE
               WHEN WS-NET-BALANCE NOT > 0
                   MOVE 0 TO WS-AGING-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE 1 TO WS-AGING-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE 2 TO WS-AGING-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 90
                   MOVE 3 TO WS-AGING-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-AGING-BUCKET
           END-EVALUATE.

       2310-SCAN-ONE-ITEM SECTION.

       2310-SCAN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-OPI-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-OPI-SCAN-DONE
               IF NOT WS-OPI-OK OR OPI-CUST-ID NOT = CUST-ID
                   SET WS-OPI-SCAN-DONE TO TRUE
               ELSE
                   IF OPI-DISPUTED
                       ADD OPI-OPEN-AMOUNT TO WS-DISPUTED-AMOUNT
                   END-IF
                   IF OPI-OPEN AND OPI-OPEN-AMOUNT > 0
                       IF OPI-DUE-DATE NUMERIC AND OPI-DUE-DATE > 0
                           MOVE OPI-DUE-DATE TO WS-ITEM-DUE-DATE
                       ELSE
                           MOVE OPI-TRAN-DATE TO WS-ITEM-DUE-DATE
                       END-IF
                       IF WS-ITEM-DUE-DATE < WS-OLDEST-DUE-DATE
                           MOVE WS-ITEM-DUE-DATE TO WS-OLDEST-DUE-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Each criterion is tested only while its group still holds;
      * the customer is selected if any group comes through whole.
      *----------------------------------------------------------------*
       3000-TEST-CRITERIA SECTION.

       3000-TEST.
           IF WS-CRT-COUNT = 0
               SET WS-CUST-SELECTED TO TRUE
           ELSE
               MOVE WS-GROUP-START TO WS-GROUP-STATES
               PERFORM 3100-TEST-ONE-CRITERION
                   VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CRT-COUNT
               MOVE 0 TO WS-GROUP-IDX
               INSPECT WS-GROUP-STATES TALLYING WS-GROUP-IDX
                   FOR ALL 'T'
               IF WS-GROUP-IDX > 0
                   SET WS-CUST-SELECTED TO TRUE
               ELSE
                   SET WS-CUST-NOT-SELECTED TO TRUE
               END-IF
           END-IF.

       3100-TEST-ONE-CRITERION SECTION.

       3100-TEST-ONE.
           IF WS-GROUP-STATES(WS-CRT-GROUP(WS-CRT-IDX):1) = 'T'
               MOVE WS-CRT-FIELD-IDX(WS-CRT-IDX) TO SFD-IDX
               PERFORM 5000-FETCH-FIELD
               IF SFD-KIND-TEXT(SFD-IDX)
                   PERFORM 3110-COMPARE-TEXT
               ELSE
                   PERFORM 3120-COMPARE-NUMBER
               END-IF
               IF WS-TEST-FAILS
                   MOVE 'F' TO
                       WS-GROUP-STATES(WS-CRT-GROUP(WS-CRT-IDX):1)
               END-IF
           END-IF.

       3110-COMPARE-TEXT SECTION.

       3110-COMPARE-TXT.
           SET WS-TEST-FAILS TO TRUE
           EVALUATE WS-CRT-COMPARE(WS-CRT-IDX)
               WHEN 'EQ'
                   IF WS-FLD-TEXT = WS-CRT-VALUE(WS-CRT-IDX)
                       SET WS-TEST-HOLDS TO TRUE
                   END-IF
               WHEN 'NE'
                   IF WS-FLD-TEXT NOT = WS-CRT-VALUE(WS-CRT-IDX)
                       SET WS-TEST-HOLDS TO TRUE
                   END-IF
               WHEN 'GT'
                   IF WS-FLD-TEXT > WS-CRT-VALUE(WS-CRT-IDX)
                       SET WS-TEST-HOLDS TO TRUE
                   END-IF
               WHEN 'GE'
                   IF WS-FLD-TEXT NOT < WS-CRT-VALUE(WS-CRT-IDX)
                       SET WS-TEST-HOLDS TO TRUE
                   END-IF
               WHEN 'LT'
                   IF WS-FLD-TEXT < WS-CRT-VALUE(WS-CRT-IDX)
                       SET WS-TEST-HOLDS TO TRUE
                   END-IF
               WHEN 'LE'
                   IF WS-FLD-TEXT NOT > WS-CRT-VALUE(WS-CRT-IDX)
                       SET WS-TEST-HOLDS TO TRUE
                   END-IF
           END-EVALUATE.

       3120-COMPARE-NUMBER SECTION.

       3120-COMPARE-NUM.
           SET WS-TEST-FAILS TO TRUE
           EVALUATE WS-CRT-COMPARE(WS-CRT-IDX)
               WHEN 'EQ'
                   IF WS-FLD-NUMBER = WS-CRT-NUMBER(WS-CRT-IDX)
                       SET WS-TEST-HOLDS TO TRUE
                   END-IF
               WHEN 'NE'
                   IF WS-FLD-NUMBER NOT = WS-CRT-NUMBER(WS-CRT-IDX)
                       SET WS-TEST-HOLDS TO TRUE
                   END-IF
               WHEN 'GT'
                   IF WS-FLD-NUMBER > WS-CRT-NUMBER(WS-CRT-IDX)
                       SET WS-TEST-HOLDS TO TRUE
                   END-IF
               WHEN 'GE'
                   IF WS-FLD-NUMBER NOT < WS-CRT-NUMBER(WS-CRT-IDX)
                       SET WS-TEST-HOLDS TO TRUE
                   END-IF
               WHEN 'LT'
                   IF WS-FLD-NUMBER < WS-CRT-NUMBER(WS-CRT-IDX)
                       SET WS-TEST-HOLDS TO TRUE
                   END-IF
               WHEN 'LE'
                   IF WS-FLD-NUMBER NOT > WS-CRT-NUMBER(WS-CRT-IDX)
                       SET WS-TEST-HOLDS TO TRUE
                   END-IF
           END-EVALUATE.

       4000-PRINT-CUSTOMER SECTION.

       4000-PRINT-CUST.
           IF WS-LINE-COUNT = 0
               OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4100-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM 4010-PLACE-COLUMN-VALUE
               VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-COUNT
           WRITE PRINT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

      *----------------------------------------------------------------*
      * Text prints from the left of its column, numbers to the
      * right.
      *----------------------------------------------------------------*
       4010-PLACE-COLUMN-VALUE SECTION.

       4010-PLACE-VALUE.
           MOVE WS-COL-FIELD-IDX(WS-COL-IDX) TO SFD-IDX
           PERFORM 5000-FETCH-FIELD
           PERFORM 5100-PREPARE-OUTPUT
           MOVE SFD-PRINT-WIDTH(SFD-IDX) TO WS-FLD-WIDTH
           IF SFD-KIND-TEXT(SFD-IDX)
               MOVE WS-FLD-TEXT(1:WS-FLD-WIDTH) TO
                   WS-DETAIL-LINE(WS-COL-POS(WS-COL-IDX):WS-FLD-WIDTH)
           ELSE
               COMPUTE WS-FLD-EDIT-START = 14 - WS-FLD-WIDTH
               MOVE WS-FLD-EDITED(WS-FLD-EDIT-START:WS-FLD-WIDTH) TO
                   WS-DETAIL-LINE(WS-COL-POS(WS-COL-IDX):WS-FLD-WIDTH)
           END-IF.

       4100-PRINT-HEADINGS SECTION.

       4100-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-REQ-TITLE TO WS-HDG-TITLE
           MOVE WS-TODAY-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
           MOVE WS-REQ-OPERATOR-ID TO WS-HDG-OPERATOR-ID
           MOVE WS-REQ-OPERATOR-NAME TO WS-HDG-OPERATOR-NAME
           IF WS-PII-MASKED
               MOVE 'PERSONAL DATA MASKED' TO WS-HDG-RENDITION
           ELSE
               MOVE SPACES TO WS-HDG-RENDITION
           END-IF
           WRITE PRINT-LINE FROM WS-HEADING-LINE-1
           WRITE PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM WS-COLUMN-LINE
           MOVE 4 TO WS-LINE-COUNT.

      *----------------------------------------------------------------*
      * Delimited values go out without padding; a delimiter inside a
      * text value is blanked so it cannot split the field.
      *----------------------------------------------------------------*
       4500-EXTRACT-CUSTOMER SECTION.

       4500-EXTRACT-CUST.
           MOVE SPACES TO WS-EXT-LINE
           MOVE 1 TO WS-EXT-PTR
           PERFORM 4510-ADD-COLUMN-VALUE
               VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-COUNT
           WRITE SELECTION-EXTRACT-RECORD FROM WS-EXT-LINE
           IF NOT WS-EXT-OK
               DISPLAY 'ERROR WRITING SELECTION EXTRACT: ' CUST-ID
                   ' STATUS: ' WS-EXT-STATUS
           END-IF.

       4510-ADD-COLUMN-VALUE SECTION.

       4510-ADD-VALUE.
           MOVE WS-COL-FIELD-IDX(WS-COL-IDX) TO SFD-IDX
           PERFORM 5000-FETCH-FIELD
           PERFORM 5100-PREPARE-OUTPUT
           IF WS-COL-IDX > 1
               STRING WS-REQ-DELIMITER DELIMITED BY SIZE
                   INTO WS-EXT-LINE WITH POINTER WS-EXT-PTR
           END-IF
           IF SFD-KIND-TEXT(SFD-IDX)
               MOVE WS-FLD-TEXT TO WS-TRIM-TEXT
               INSPECT WS-TRIM-TEXT REPLACING ALL WS-REQ-DELIMITER
                   BY SPACE
           ELSE
               MOVE WS-FLD-EDITED TO WS-TRIM-TEXT
           END-IF
           PERFORM 4520-TRIM-VALUE
           IF WS-TRIM-LENGTH > 0
               STRING WS-TRIM-TEXT(WS-TRIM-START:WS-TRIM-LENGTH)
                   DELIMITED BY SIZE
                   INTO WS-EXT-LINE WITH POINTER WS-EXT-PTR
           END-IF.

       4520-TRIM-VALUE SECTION.

       4520-TRIM.
           MOVE 0 TO WS-TRIM-LEAD
           INSPECT WS-TRIM-TEXT TALLYING WS-TRIM-LEAD
               FOR LEADING SPACES
           IF WS-TRIM-LEAD >= 56
               MOVE 0 TO WS-TRIM-LENGTH
           ELSE
               COMPUTE WS-TRIM-START = WS-TRIM-LEAD + 1
               MOVE 56 TO WS-TRIM-END
               PERFORM 4521-STEP-BACK
                   UNTIL WS-TRIM-TEXT(WS-TRIM-END:1) NOT = SPACE
               COMPUTE WS-TRIM-LENGTH =
                   WS-TRIM-END - WS-TRIM-START + 1
           END-IF.

       4521-STEP-BACK SECTION.

       4521-STEP.
           SUBTRACT 1 FROM WS-TRIM-END.

       4900-PRINT-TOTAL SECTION.

       4900-TOTAL.
           IF WS-LINE-COUNT = 0
               PERFORM 4100-PRINT-HEADINGS
           END-IF
           MOVE WS-CUSTOMERS-SELECTED TO WS-TOT-SELECTED
           MOVE WS-CUSTOMERS-READ TO WS-TOT-READ
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM WS-TOTAL-LINE.

      *----------------------------------------------------------------*
      * Fetches the field at SFD-IDX for the current customer. A
      * blank account status reads as A and a blank company as 01,
      * the way the rest of the system treats them.
      *----------------------------------------------------------------*
       5000-FETCH-FIELD SECTION.

       5000-FETCH.
           MOVE SPACES TO WS-FLD-TEXT
           MOVE 0 TO WS-FLD-NUMBER
           EVALUATE SFD-CODE(SFD-IDX)
               WHEN 01
                   MOVE CUST-ID TO WS-FLD-NUMBER
               WHEN 02
                   MOVE CUST-TYPE TO WS-FLD-TEXT
               WHEN 03
                   MOVE CUST-FIRST-NAME TO WS-FLD-TEXT
               WHEN 04
                   MOVE CUST-LAST-NAME TO WS-FLD-TEXT
               WHEN 05
                   MOVE CUST-STREET TO WS-FLD-TEXT
               WHEN 06
                   MOVE CUST-CITY TO WS-FLD-TEXT
               WHEN 07
                   MOVE CUST-STATE TO WS-FLD-TEXT
               WHEN 08
                   IF CUST-COUNTRY-US
                       MOVE CUST-ZIP TO WS-FLD-TEXT
                   ELSE
                       MOVE CUST-POSTAL-CODE TO WS-FLD-TEXT
                   END-IF
               WHEN 09
                   MOVE CUST-COUNTRY-CODE TO WS-FLD-TEXT
               WHEN 10
                   MOVE CUST-PHONE TO WS-FLD-TEXT
               WHEN 11
                   MOVE CUST-EMAIL TO WS-FLD-TEXT
               WHEN 12
                   MOVE CUST-CREDIT-LIMIT TO WS-FLD-NUMBER
               WHEN 13
                   MOVE CUST-BALANCE TO WS-FLD-NUMBER
               WHEN 14
                   MOVE CUST-LAST-PAYMENT TO WS-FLD-NUMBER
               WHEN 15
                   IF CUST-PAYMENT-DATE NUMERIC
                       MOVE CUST-PAYMENT-DATE TO WS-FLD-NUMBER
                   END-IF
               WHEN 16
                   MOVE CUST-CURRENCY-CODE TO WS-FLD-TEXT
               WHEN 17
                   MOVE CUST-STMT-CYCLE TO WS-FLD-TEXT
               WHEN 18
                   MOVE CUST-BRANCH-CODE TO WS-FLD-TEXT
               WHEN 19
                   MOVE CUST-RISK-RATING TO WS-FLD-TEXT
               WHEN 20
                   IF CUST-STAT-ACTIVE
                       MOVE 'A' TO WS-FLD-TEXT
                   ELSE
                       MOVE CUST-ACCT-STATUS TO WS-FLD-TEXT
                   END-IF
               WHEN 21
                   IF CUST-COMPANY-ONE
                       MOVE '01' TO WS-FLD-TEXT
                   ELSE
                       MOVE CUST-COMPANY-CODE TO WS-FLD-TEXT
                   END-IF
               WHEN 22
                   MOVE CUST-PAYMENT-TERMS TO WS-FLD-TEXT
               WHEN 23
                   MOVE CUST-DELIVERY-PREF TO WS-FLD-TEXT
               WHEN 24
                   IF CUST-PARENT-ID NUMERIC
                       MOVE CUST-PARENT-ID TO WS-FLD-NUMBER
                   END-IF
               WHEN 25
                   MOVE CUST-SECONDARY-NAME TO WS-FLD-TEXT
               WHEN 26
                   MOVE WS-UTIL-PCT TO WS-FLD-NUMBER
               WHEN 27
                   MOVE WS-DAYS-SINCE-PAY TO WS-FLD-NUMBER
               WHEN 28
                   MOVE WS-AGING-BUCKET TO WS-FLD-NUMBER
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Masks personal data the requester may not see - the phone
      * and email the way CUSTLIST's external rendition does, other
      * text down to its first character - and edits numbers.
      *----------------------------------------------------------------*
       5100-PREPARE-OUTPUT SECTION.

       5100-PREPARE.
           IF SFD-PII(SFD-IDX) AND WS-PII-MASKED
               EVALUATE SFD-CODE(SFD-IDX)
                   WHEN 10
                       MOVE 'XXXXXX' TO WS-FLD-TEXT(1:6)
                   WHEN 11
                       PERFORM 5110-MASK-EMAIL
                   WHEN OTHER
                       IF WS-FLD-TEXT NOT = SPACES
                           MOVE '*****' TO WS-FLD-TEXT(2:5)
                           MOVE SPACES TO WS-FLD-TEXT(7:50)
                       END-IF
               END-EVALUATE
           END-IF
           IF SFD-KIND-AMOUNT(SFD-IDX)
               MOVE WS-FLD-NUMBER TO WS-FLD-EDIT-AMOUNT
               MOVE WS-FLD-EDIT-AMOUNT TO WS-FLD-EDITED
           END-IF
           IF SFD-KIND-NUMBER(SFD-IDX)
               MOVE WS-FLD-NUMBER TO WS-FLD-EDIT-WHOLE
               MOVE WS-FLD-EDIT-WHOLE TO WS-FLD-EDITED
           END-IF.

       5110-MASK-EMAIL SECTION.

       5110-MASK-MAIL.
           IF WS-FLD-TEXT NOT = SPACES
               MOVE SPACES TO WS-EMAIL-WORK
               UNSTRING WS-FLD-TEXT DELIMITED BY '@'
                   INTO WS-EMAIL-LOCAL, WS-EMAIL-DOMAIN
               MOVE SPACES TO WS-FLD-TEXT
               MOVE WS-EMAIL-LOCAL(1:1) TO WS-FLD-TEXT(1:1)
               MOVE '*****@' TO WS-FLD-TEXT(2:6)
               MOVE WS-EMAIL-DOMAIN TO WS-FLD-TEXT(8:49)
           END-IF.

      *----------------------------------------------------------------*
      * The log is extended on every request, run or refused.
      *----------------------------------------------------------------*
       8000-LOG-REQUEST SECTION.

       8000-LOG.
           OPEN EXTEND SELECTION-LOG-FILE
           IF NOT WS-SLG-OK
               OPEN OUTPUT SELECTION-LOG-FILE
           END-IF
           IF NOT WS-SLG-OK
               DISPLAY 'ERROR OPENING SELECTION LOG: ' WS-SLG-STATUS
           ELSE
               INITIALIZE SELECTION-LOG-RECORD
               MOVE WS-REQ-OPERATOR-ID TO SLG-OPERATOR-ID
               MOVE WS-TODAY-DATE TO SLG-RUN-DATE
               MOVE WS-TODAY-TIME TO SLG-RUN-TIME
               SET SLG-RUN-ENTRY TO TRUE
               MOVE WS-REQ-TITLE TO SLG-TITLE
               MOVE WS-REQ-OPERATOR-ROLE TO SLG-OPERATOR-ROLE
               IF WS-PII-ALLOWED
                   SET SLG-UNMASKED TO TRUE
               ELSE
                   SET SLG-MASKED TO TRUE
               END-IF
               IF WS-RUN-CLEAN
                   SET SLG-RUN-DONE TO TRUE
               ELSE
                   SET SLG-RUN-REFUSED TO TRUE
               END-IF
               MOVE WS-REQ-FORMAT TO SLG-OUTPUT-FORMAT
               MOVE WS-CUSTOMERS-READ TO SLG-RECORDS-READ
               MOVE WS-CUSTOMERS-SELECTED TO SLG-RECORDS-SELECTED
               WRITE SELECTION-LOG-RECORD
               PERFORM 8100-LOG-ONE-CARD
                   VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
               CLOSE SELECTION-LOG-FILE
           END-IF.

       8100-LOG-ONE-CARD SECTION.

       8100-LOG-CARD.
           INITIALIZE SELECTION-LOG-RECORD
           MOVE WS-REQ-OPERATOR-ID TO SLG-OPERATOR-ID
           MOVE WS-TODAY-DATE TO SLG-RUN-DATE
           MOVE WS-TODAY-TIME TO SLG-RUN-TIME
           SET SLG-CARD-ENTRY TO TRUE
           MOVE WS-CARD-IMAGE(WS-CARD-IDX) TO SLG-CARD-IMAGE
           WRITE SELECTION-LOG-RECORD
           IF NOT WS-SLG-OK
               DISPLAY 'ERROR WRITING SELECTION LOG: ' WS-SLG-STATUS
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-FILES-OPEN
               CLOSE CUSTOMER-FILE
               IF WS-OPI-FILE-AVAILABLE
                   CLOSE OPEN-ITEM-FILE
               END-IF
               IF WS-REQ-PRINT
                   CLOSE SELECTION-REPORT
               ELSE
                   CLOSE SELECTION-EXTRACT-FILE
               END-IF
           END-IF
           DISPLAY 'REQUESTED BY:        ' WS-REQ-OPERATOR-ID
           DISPLAY 'CARDS READ:          ' WS-CARD-COUNT
           DISPLAY 'CARDS REJECTED:      ' WS-CARDS-REJECTED
           DISPLAY 'CUSTOMERS READ:      ' WS-CUSTOMERS-READ
           DISPLAY 'CUSTOMERS SELECTED:  ' WS-CUSTOMERS-SELECTED.
