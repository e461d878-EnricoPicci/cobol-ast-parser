               RECORD KEY IS CLO-CUST-ID
               FILE STATUS IS WS-CLO-STATUS.

           SELECT GUARANTOR-FILE ASSIGN TO 'GUARFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUA-CUST-ID
               FILE STATUS IS WS-GUA-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO 'PCHGFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCH-KEY
               FILE STATUS IS WS-PCH-STATUS.

           SELECT APPLICATION-REGISTER ASSIGN TO 'CAPREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-APPLICATION-ID
               FILE STATUS IS WS-CAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CTL-REPORT-LINE                 PIC X(80).

       FD  MAINTENANCE-FILE.
       01  MAINT-TRANSACTION               PIC X(339).

       FD  CHECKPOINT-FILE.
       01  CKPT-RECORD.
       FD  LIMIT-OVERRIDE-FILE.
           COPY CLOVREC.

       FD  GUARANTOR-FILE.
           COPY GUARREC.

       FD  PENDING-CHANGE-FILE.
           COPY PCHGREC.

       FD  APPLICATION-REGISTER.
           COPY CAPRGREC.

       WORKING-STORAGE SECTION.

       01  WS-MAINT-STATUS                 PIC XX.
           88  WS-CLO-OK                   VALUE '00'.
           88  WS-CLO-NOT-OPEN             VALUE '35'.

       01  WS-GUA-STATUS                   PIC XX.
           88  WS-GUA-OK                   VALUE '00'.
           88  WS-GUA-NOT-OPEN             VALUE '35'.

      *----------------------------------------------------------------*
      * Guarantor maintenance work. The guarantor's name goes through
      * the same duplicate screen (through the CUST-LAST-NAME index)
      * and sanctions screen an add does: naming the borrower as
      * their own guarantor is refused, a guarantor who is already a
      * customer lands on the control report for review, and a
      * sanctions match puts the account on hold for compliance.
      *----------------------------------------------------------------*
       01  WS-GUARANTOR-WORK.
           05  WS-GUARANTORS-MAINTAINED    PIC 9(7) VALUE 0.
           05  WS-GUA-REVIEW-COUNT         PIC 9(7) VALUE 0.
           05  WS-GUA-SUB-ACTION           PIC X(1).
               88  WS-GUA-SUB-ADD          VALUE 'A'.
               88  WS-GUA-SUB-DELETE       VALUE 'D'.
           05  WS-GUA-SCAN-FLAG            PIC X VALUE 'N'.
               88  WS-GUA-SCAN-DONE        VALUE 'Y'.
               88  WS-GUA-SCAN-ACTIVE      VALUE 'N'.
           05  WS-GUA-SELF-FLAG            PIC X VALUE 'N'.
               88  WS-GUA-IS-BORROWER      VALUE 'Y'.
               88  WS-GUA-NOT-BORROWER     VALUE 'N'.
           05  WS-GUA-MATCH-ID             PIC 9(8).

       01  WS-GUA-REVIEW-LINE.
           05  FILLER                      PIC X(12)
               VALUE 'GUAR REVIEW:'.
           05  WS-GUAR-CUST-ID             PIC 9(8).
           05  FILLER                      PIC X(5) VALUE ' IS  '.
           05  WS-GUAR-MATCH-ID            PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-GUAR-NAME                PIC X(45).

       01  WS-PCH-STATUS                   PIC XX.
           88  WS-PCH-OK                   VALUE '00'.
           88  WS-PCH-NOT-OPEN             VALUE '35'.

      *----------------------------------------------------------------*
      * Dual control. An update that raises the credit limit by more
      * than WS-DUAL-LIMIT-THRESHOLD, or changes the address or the
      * email on an account carrying a balance, is held on PCHGFILE
      * for a second operator instead of applied. An unapproved
      * change lapses WS-DUAL-EXPIRY-DAYS after it was keyed. While
      * an approved change is replayed through 4000-UPDATE-CUSTOMER,
      * WS-DUAL-APPROVER-ID carries the approver to the audit entry.
      * An add keyed with a limit more than the threshold above its
      * type's starting limit goes on at the starting limit, and the
      * keyed limit is held the same way as a limit change; only an
      * approved credit application's add (WS-ADD-SOURCE-CAP) takes
      * its limit as keyed, and only when the application on CAPREG
      * was approved for that customer, that limit and that decider.
      *----------------------------------------------------------------*
       01  WS-DUAL-CONTROL-WORK.
           05  WS-DUAL-LIMIT-THRESHOLD     PIC 9(7)V99 VALUE 5000.00.
           05  WS-DUAL-EXPIRY-DAYS         PIC 9(3) VALUE 5.
           05  WS-CHANGES-HELD             PIC 9(7) VALUE 0.
           05  WS-CHANGES-APPROVED         PIC 9(7) VALUE 0.
           05  WS-CHANGES-REJECTED         PIC 9(7) VALUE 0.
           05  WS-DUAL-SUB-ACTION          PIC X(1).
               88  WS-DUAL-SUB-APPROVE     VALUE 'A'.
               88  WS-DUAL-SUB-REJECT      VALUE 'R'.
           05  WS-DUAL-REQUIRED-FLAG       PIC X VALUE 'N'.
               88  WS-DUAL-REQUIRED        VALUE 'Y'.
               88  WS-DUAL-NOT-REQUIRED    VALUE 'N'.
           05  WS-DUAL-APPLYING-FLAG       PIC X VALUE 'N'.
               88  WS-DUAL-APPLYING        VALUE 'Y'.
               88  WS-DUAL-NOT-APPLYING    VALUE 'N'.
           05  WS-DUAL-APPLIED-FLAG        PIC X VALUE 'N'.
               88  WS-DUAL-APPLIED         VALUE 'Y'.
           05  WS-DUAL-SCAN-FLAG           PIC X VALUE 'N'.
               88  WS-DUAL-SCAN-DONE       VALUE 'Y'.
               88  WS-DUAL-SCAN-ACTIVE     VALUE 'N'.
           05  WS-DUAL-OPEN-FLAG           PIC X VALUE 'N'.
               88  WS-DUAL-OPEN-FOUND      VALUE 'Y'.
               88  WS-DUAL-OPEN-NOT-FOUND  VALUE 'N'.
           05  WS-DUAL-TRIGGERS.
               10  WS-DUAL-TRIG-LIMIT      PIC X(1).
               10  WS-DUAL-TRIG-ADDRESS    PIC X(1).
               10  WS-DUAL-TRIG-EMAIL      PIC X(1).
           05  WS-DUAL-LAST-SEQUENCE       PIC 9(4).
           05  WS-DUAL-OPEN-SEQUENCE       PIC 9(4).
           05  WS-DUAL-APPROVER-ID         PIC X(8) VALUE SPACES.
           05  WS-DUAL-CHECKER-ID          PIC X(8).
           05  WS-DUAL-SAVED-INPUT         PIC X(339).
           05  WS-ADD-SOURCE-CAP           PIC X(1) VALUE 'C'.
           05  WS-ADD-CAP-FLAG             PIC X VALUE 'N'.
               88  WS-ADD-CAP-CONFIRMED    VALUE 'Y'.
               88  WS-ADD-CAP-UNCONFIRMED  VALUE 'N'.
           05  WS-ADD-KEYED-LIMIT          PIC 9(7)V99.
           05  WS-ADD-KEYED-LIMIT-X REDEFINES WS-ADD-KEYED-LIMIT
                                           PIC X(9).
           05  WS-ADD-LIMIT-FLAG           PIC X VALUE 'N'.
               88  WS-ADD-LIMIT-HELD       VALUE 'Y'.
               88  WS-ADD-LIMIT-NOT-HELD   VALUE 'N'.

       01  WS-LIMIT-OVR-WORK.
           05  WS-OVERRIDES-MAINTAINED     PIC 9(7) VALUE 0.
           05  WS-OVR-EDIT-AMOUNT          PIC 9(7)V99.

       COPY RUNPARM.

       COPY AUDCPARM.

       COPY FXPARM.

       COPY SANCPARM.

      *----------------------------------------------------------------*
      * Adds whose name or country hits the sanctions list: the
      * account is written on hold (reason SN) and the match queued
      * for compliance review.
      *----------------------------------------------------------------*
       01  WS-SANCTIONS-HOLD-COUNT         PIC 9(7) VALUE 0.

       01  WS-INPUT-BUFFER.
           05  WS-INPUT-RECORD             PIC X(339).

       01  WS-INPUT-PARSED REDEFINES WS-INPUT-BUFFER.
           05  WS-INP-ACTION               PIC X(1).
               88  WS-ACTION-PLAN          VALUE 'P'.
               88  WS-ACTION-SEASONAL      VALUE 'S'.
               88  WS-ACTION-LIMIT-OVR     VALUE 'L'.
               88  WS-ACTION-GUARANTOR     VALUE 'G'.
               88  WS-ACTION-CHANGE-REVIEW VALUE 'R'.
           05  WS-INP-CUST-ID              PIC 9(8).
           05  WS-INP-CUST-TYPE            PIC X(2).
      *----------------------------------------------------------------*
      * applied by 4100-APPLY-UPDATES: a sign character ('-' for a
      * debit, anything else treated as a credit) followed by an
      * unsigned PIC 9(7)V99 magnitude. Blank/zero means no adjustment.
      * WS-INP-DATA(321:4) carries the payment terms code.
      * WS-INP-DATA(325:2) carries the language code.
      * WS-INP-DATA(327:1) carries the purchase-order-required flag.
      * WS-INP-DATA(328:1) carries the source of an add: 'C' is an
      * approved credit application off CAPINTK (CAPADDS), whose
      * application ID is carried on WS-INP-DATA(289:10) - on an
      * add the balance adjustment has no use.
      *----------------------------------------------------------------*
           05  WS-INP-DATA                 PIC X(328).

      *----------------------------------------------------------------*
      * Duplicate screening on adds: the incoming name and address are
       01  WS-OPR-STATUS                   PIC XX.
           88  WS-OPR-OK                   VALUE '00'.

      *----------------------------------------------------------------*
      * CAPINTK's credit application register, read to confirm an
      * add that claims an approved application. Without it no such
      * add can be confirmed, and each is refused.
      *----------------------------------------------------------------*
       01  WS-CAR-STATUS                   PIC XX.
           88  WS-CAR-OK                   VALUE '00'.

       01  WS-CAR-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-CAR-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-CAR-FILE-ABSENT          VALUE 'N'.

      *----------------------------------------------------------------*
      * Branch roster. Every add and conversion carries one of these
      * codes; a blank branch on an add lands in the head-office
           05  WS-CSV-ACCT-STATUS            PIC X(1).
           05  WS-CSV-STATUS-REASON          PIC X(2).
           05  WS-CSV-COMPANY-CODE           PIC X(2).
           05  WS-CSV-PAYMENT-TERMS          PIC X(4).
           05  WS-CSV-LANGUAGE-CODE          PIC X(2).
           05  WS-CSV-PO-REQUIRED            PIC X(1).

       01  WS-NAME-SEARCH-FLAG             PIC X VALUE 'N'.
           88  WS-NAME-MATCH-FOUND         VALUE 'Y'.
           05  WS-RECORDS-ERROR            PIC 9(7) VALUE 0.
           05  WS-RECORDS-SKIPPED          PIC 9(7) VALUE 0.

           COPY TERMTAB.

           COPY RPTFLDS.

       PROCEDURE DIVISION.
               DISPLAY 'ERROR OPENING LIMIT OVERRIDE FILE: '
                   WS-CLO-STATUS
           END-IF
           OPEN I-O GUARANTOR-FILE
           IF WS-GUA-NOT-OPEN
               OPEN OUTPUT GUARANTOR-FILE
               CLOSE GUARANTOR-FILE
               OPEN I-O GUARANTOR-FILE
           END-IF
           IF NOT WS-GUA-OK
               DISPLAY 'ERROR OPENING GUARANTOR FILE: '
                   WS-GUA-STATUS
           END-IF
           OPEN I-O PENDING-CHANGE-FILE
           IF WS-PCH-NOT-OPEN
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           IF NOT WS-PCH-OK
               DISPLAY 'ERROR OPENING PENDING CHANGE FILE: '
                   WS-PCH-STATUS
           END-IF
           OPEN INPUT APPLICATION-REGISTER
           IF WS-CAR-OK
               SET WS-CAR-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-CAR-FILE-ABSENT TO TRUE
               DISPLAY 'CREDIT APPLICATION REGISTER NOT AVAILABLE, '
                   'APPLICATION ADDS REFUSED: ' WS-CAR-STATUS
           END-IF
           OPEN EXTEND AUDIT-JOURNAL-FILE
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-JOURNAL-FILE
                               PERFORM 6700-MAINTAIN-SEASONAL-ADDR
                           WHEN WS-ACTION-LIMIT-OVR
                               PERFORM 6800-MAINTAIN-LIMIT-OVERRIDE
                           WHEN WS-ACTION-GUARANTOR
                               PERFORM 6900-MAINTAIN-GUARANTOR
                           WHEN WS-ACTION-CHANGE-REVIEW
                               PERFORM 6960-REVIEW-PENDING-CHANGE
                           WHEN OTHER
                               ADD 1 TO WS-RECORDS-ERROR
                               DISPLAY 'INVALID ACTION CODE'
                    WS-CSV-PARENT-ID, WS-CSV-BRANCH-CODE,
                    WS-CSV-DO-NOT-MAIL, WS-CSV-DO-NOT-EMAIL,
                    WS-CSV-ADDR-UNDELIV, WS-CSV-ACCT-STATUS,
                    WS-CSV-STATUS-REASON, WS-CSV-COMPANY-CODE,
                    WS-CSV-PAYMENT-TERMS, WS-CSV-LANGUAGE-CODE,
                    WS-CSV-PO-REQUIRED
           MOVE WS-CSV-ACTION TO WS-INP-ACTION
           MOVE WS-CSV-CUST-ID TO WS-INP-CUST-ID
           MOVE WS-CSV-CUST-TYPE TO WS-INP-CUST-TYPE
           MOVE WS-CSV-ADDR-UNDELIV TO WS-INP-DATA(315:1)
           MOVE WS-CSV-ACCT-STATUS TO WS-INP-DATA(316:1)
           MOVE WS-CSV-STATUS-REASON TO WS-INP-DATA(317:2)
           MOVE WS-CSV-COMPANY-CODE TO WS-INP-DATA(319:2)
           MOVE WS-CSV-PAYMENT-TERMS TO WS-INP-DATA(321:4)
           MOVE WS-CSV-LANGUAGE-CODE TO WS-INP-DATA(325:2)
           MOVE WS-CSV-PO-REQUIRED TO WS-INP-DATA(327:1)
           MOVE SPACE TO WS-INP-DATA(328:1).

       2100-CHECKPOINT SECTION.

                   END-IF
               END-IF
           END-IF
           IF WS-VALID
               PERFORM 3197-SCREEN-SANCTIONS
           END-IF
           IF WS-VALID
               IF WS-PARM-VALIDATE-ONLY
                   ADD 1 TO WS-RECORDS-ADDED
                   IF WS-ADD-LIMIT-HELD
                       ADD 1 TO WS-CHANGES-HELD
                   END-IF
               ELSE
                   WRITE CUSTOMER-RECORD FROM WS-WORK-CUSTOMER
                   IF WS-FILE-OK
                       INITIALIZE WS-BEFORE-IMAGE
                       SET AUD-ACTION-ADD TO TRUE
                       PERFORM 7000-WRITE-AUDIT-RECORD
                       IF SS-POTENTIAL-MATCH
                           SET SS-FN-QUEUE TO TRUE
                           CALL 'SANCSCRN' USING SANCSCRN-PARMS
                       END-IF
                       IF WS-ADD-LIMIT-HELD
                           PERFORM 3200-HOLD-ADD-LIMIT
                       END-IF
                   ELSE
                       PERFORM 8000-REPORT-FILE-STATUS
                       ADD 1 TO WS-RECORDS-ERROR
               ADD 1 TO RPT-ERROR-COUNT
           END-IF.

      *----------------------------------------------------------------*
      * The keyed limit on a new account goes on PCHGFILE as the
      * limit change the adding operator would have keyed the next
      * day: an update carrying only the limit, under that operator,
      * judged against the starting limit the account went on at.
      * Approval replays it through 4000-UPDATE-CUSTOMER as usual.
      *----------------------------------------------------------------*
       3200-HOLD-ADD-LIMIT SECTION.

       3200-HOLD-ADD.
           MOVE WS-INPUT-BUFFER TO WS-DUAL-SAVED-INPUT
           MOVE WS-WORK-CUSTOMER TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-INPUT-BUFFER
           MOVE 'U' TO WS-INP-ACTION
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO WS-INP-CUST-ID
           MOVE CUST-TYPE OF WS-WORK-CUSTOMER TO WS-INP-CUST-TYPE
           MOVE WS-ADD-KEYED-LIMIT-X TO WS-INP-DATA(193:9)
           MOVE WS-DUAL-SAVED-INPUT(292:8) TO WS-INP-DATA(281:8)
           MOVE WS-ADD-KEYED-LIMIT TO
               CUST-CREDIT-LIMIT OF WS-WORK-CUSTOMER
           MOVE SPACES TO WS-DUAL-TRIGGERS
           MOVE 'Y' TO WS-DUAL-TRIG-LIMIT
           MOVE 0 TO WS-CALC-AMOUNT
           PERFORM 4310-HOLD-PENDING-CHANGE
           MOVE CUST-CREDIT-LIMIT OF WS-BEFORE-IMAGE TO
               CUST-CREDIT-LIMIT OF WS-WORK-CUSTOMER
           MOVE WS-DUAL-SAVED-INPUT TO WS-INPUT-BUFFER.

       3100-PARSE-CUSTOMER-DATA SECTION.

       3100-PARSE-DATA.
           PERFORM 3170-SET-PARENT-ACCOUNT
           PERFORM 3180-SET-BRANCH-CODE
           PERFORM 3185-SET-COMPANY-CODE
           PERFORM 3187-SET-PAYMENT-TERMS
           PERFORM 3189-SET-LANGUAGE-CODE
           PERFORM 3186-SET-PO-REQUIRED
           MOVE 0 TO CUST-BALANCE OF WS-WORK-CUSTOMER
           IF CUST-FIRST-NAME OF WS-WORK-CUSTOMER = SPACES
               SET WS-INVALID TO TRUE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * New accounts start at the limit for their type. An add
      * marked as CAPINTK's for an approved credit application is
      * looked up on CAPREG by the application ID it carries: the
      * application must be approved, under this customer number,
      * at this limit and by the operator the add names, and the
      * limit is then taken as keyed. An add so marked that does
      * not match its application is refused outright. Any
      * other keyed limit is taken when it is no more than the
      * dual-control threshold above the starting limit; beyond
      * that the account goes on at the starting limit and the
      * keyed limit is held on PCHGFILE by 3200-HOLD-ADD-LIMIT for
      * a second operator, as a maintenance raise would be. A keyed
      * limit with no operator on file to hold it under is dropped.
      *----------------------------------------------------------------*
       3160-SET-CREDIT-LIMIT SECTION.

       3160-SET-LIMIT.
               WHEN OTHER
                   MOVE WS-CL-INDIVIDUAL TO
                       CUST-CREDIT-LIMIT OF WS-WORK-CUSTOMER
           END-EVALUATE
           SET WS-ADD-LIMIT-NOT-HELD TO TRUE
           SET WS-ADD-CAP-UNCONFIRMED TO TRUE
           IF WS-INP-DATA(193:9) IS NUMERIC
               AND WS-INP-DATA(193:9) NOT = ZEROS
               MOVE WS-INP-DATA(193:9) TO WS-ADD-KEYED-LIMIT
           ELSE
               MOVE 0 TO WS-ADD-KEYED-LIMIT
           END-IF
           IF WS-INP-DATA(328:1) = WS-ADD-SOURCE-CAP
               PERFORM 3162-CONFIRM-APPLICATION
               IF WS-ADD-CAP-UNCONFIRMED
                   SET WS-INVALID TO TRUE
                   DISPLAY 'ADD REJECTED, NO MATCHING APPROVED '
                       'APPLICATION: ' WS-INP-DATA(289:10)
                       ' ON CUSTOMER: ' WS-INP-CUST-ID
               END-IF
           END-IF
           IF WS-ADD-KEYED-LIMIT > 0
               PERFORM 4050-VALIDATE-OPERATOR
               EVALUATE TRUE
                   WHEN WS-ADD-CAP-CONFIRMED
                       MOVE WS-ADD-KEYED-LIMIT TO
                           CUST-CREDIT-LIMIT OF WS-WORK-CUSTOMER
                   WHEN WS-ADD-KEYED-LIMIT NOT >
                       CUST-CREDIT-LIMIT OF WS-WORK-CUSTOMER
                       + WS-DUAL-LIMIT-THRESHOLD
                       MOVE WS-ADD-KEYED-LIMIT TO
                           CUST-CREDIT-LIMIT OF WS-WORK-CUSTOMER
                   WHEN WS-OPERATOR-FOUND
                       SET WS-ADD-LIMIT-HELD TO TRUE
                   WHEN OTHER
                       DISPLAY 'ADD LIMIT NOT APPLIED, NO AUTHORIZED '
                           'OPERATOR: ' WS-INP-DATA(281:8)
                           ' ON CUSTOMER: ' WS-INP-CUST-ID
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * The application named on the add must be on CAPREG, approved,
      * added under this customer number, at the limit keyed and by
      * the decider the add names ('AUTO' where the model approved).
      *----------------------------------------------------------------*
       3162-CONFIRM-APPLICATION SECTION.

       3162-CONFIRM-APP.
           IF WS-CAR-FILE-AVAILABLE
               AND WS-INP-DATA(289:10) NOT = SPACES
               MOVE WS-INP-DATA(289:10) TO CAR-APPLICATION-ID
               READ APPLICATION-REGISTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CAR-OK
                   AND CAR-APPROVED
                   AND CAR-CUST-ID = WS-INP-CUST-ID
                   AND CAR-DECIDED-LIMIT = WS-ADD-KEYED-LIMIT
                   AND CAR-DECIDED-BY = WS-INP-DATA(281:8)
                   SET WS-ADD-CAP-CONFIRMED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The billing cycle comes from the transaction when supplied;
                       CUST-COMPANY-CODE OF WS-WORK-CUSTOMER
               ELSE
                   SET WS-INVALID TO TRUE
                   IF WS-ACTION-UPDATE
                       ADD 1 TO WS-RECORDS-ERROR
                   END-IF
                   DISPLAY 'INVALID CUSTOMER: BAD COMPANY CODE - '
                       WS-INP-DATA(319:2)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Payment terms on WS-INP-DATA(321:4), checked against the terms
      * table. A blank code on an add leaves the account due on
      * receipt; an unknown code fails the add or update the same way
      * a bad branch code does.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Purchase-order flag on WS-INP-DATA(327:1): 'Y' holds the
      * account's purchases to a PO on the PO file, 'N' does not.
      * Only corporate and government accounts buy against POs. A
      * blank flag on an add defaults government accounts to PO
      * required and everyone else to not.
      *----------------------------------------------------------------*
       3186-SET-PO-REQUIRED SECTION.

       3186-SET-PO-REQ.
           EVALUATE TRUE
               WHEN WS-INP-DATA(327:1) = SPACE
                   IF CUST-GOVERNMENT OF WS-WORK-CUSTOMER
                       MOVE 'Y' TO CUST-PO-REQUIRED OF WS-WORK-CUSTOMER
                   ELSE
                       MOVE 'N' TO CUST-PO-REQUIRED OF WS-WORK-CUSTOMER
                   END-IF
               WHEN WS-INP-DATA(327:1) = 'N'
                   MOVE 'N' TO CUST-PO-REQUIRED OF WS-WORK-CUSTOMER
               WHEN WS-INP-DATA(327:1) = 'Y'
                   AND (CUST-CORPORATE OF WS-WORK-CUSTOMER
                     OR CUST-GOVERNMENT OF WS-WORK-CUSTOMER)
                   MOVE 'Y' TO CUST-PO-REQUIRED OF WS-WORK-CUSTOMER
               WHEN OTHER
                   SET WS-INVALID TO TRUE
                   IF WS-ACTION-UPDATE
                       ADD 1 TO WS-RECORDS-ERROR
                   END-IF
                   DISPLAY 'INVALID CUSTOMER: BAD PO REQUIRED FLAG '
                       'FOR TYPE - ' WS-INP-DATA(327:1) ' '
                       CUST-TYPE OF WS-WORK-CUSTOMER
           END-EVALUATE.

       3187-SET-PAYMENT-TERMS SECTION.

       3187-SET-TERMS.
           IF WS-INP-DATA(321:4) = SPACES
               MOVE 'DUE ' TO CUST-PAYMENT-TERMS OF WS-WORK-CUSTOMER
           ELSE
               SET TRM-NOT-FOUND TO TRUE
               PERFORM 3188-MATCH-TERMS-CODE
                   VARYING TRM-IDX FROM 1 BY 1
                   UNTIL TRM-IDX > TRM-TABLE-SIZE OR TRM-FOUND
               IF TRM-FOUND
                   MOVE WS-INP-DATA(321:4) TO
                       CUST-PAYMENT-TERMS OF WS-WORK-CUSTOMER
               ELSE
                   SET WS-INVALID TO TRUE
                   IF WS-ACTION-UPDATE
                       ADD 1 TO WS-RECORDS-ERROR
                   END-IF
                   DISPLAY 'INVALID CUSTOMER: BAD PAYMENT TERMS - '
                       WS-INP-DATA(321:4)
               END-IF
           END-IF.

       3188-MATCH-TERMS-CODE SECTION.

       3188-MATCH-TERMS.
           IF TRM-CODE(TRM-IDX) = WS-INP-DATA(321:4)
               SET TRM-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * Language on WS-INP-DATA(325:2), checked against the country:
      * a Canadian account may take English or French, any other
      * country English only. A blank language takes the address's
      * default - French in Quebec, English everywhere else. A bad
      * code on an update is counted here, as 4100-APPLY-UPDATES's
      * own edits count theirs; a failed add is counted once by
      * 3000-ADD-CUSTOMER. 3185 to 3187 count the same way.
      *----------------------------------------------------------------*
       3189-SET-LANGUAGE-CODE SECTION.

       3189-SET-LANGUAGE.
           IF WS-INP-DATA(325:2) = SPACES
               IF CUST-COUNTRY-CANADA OF WS-WORK-CUSTOMER
                   AND CUST-PROVINCE OF WS-WORK-CUSTOMER = 'QC'
                   MOVE 'FR' TO CUST-LANGUAGE-CODE OF WS-WORK-CUSTOMER
               ELSE
                   MOVE 'EN' TO CUST-LANGUAGE-CODE OF WS-WORK-CUSTOMER
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-INP-DATA(325:2) = 'EN'
                   WHEN WS-INP-DATA(325:2) = 'FR'
                       AND CUST-COUNTRY-CANADA OF WS-WORK-CUSTOMER
                       MOVE WS-INP-DATA(325:2) TO
                           CUST-LANGUAGE-CODE OF WS-WORK-CUSTOMER
                   WHEN OTHER
                       SET WS-INVALID TO TRUE
                       IF WS-ACTION-UPDATE
                           ADD 1 TO WS-RECORDS-ERROR
                       END-IF
                       DISPLAY 'INVALID CUSTOMER: BAD LANGUAGE FOR '
                           'COUNTRY - ' WS-INP-DATA(325:2) ' '
                           CUST-COUNTRY-CODE OF WS-WORK-CUSTOMER
               END-EVALUATE
           END-IF.

       3190-SCREEN-DUPLICATES SECTION.

       3190-SCREEN-DUP.
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Sanctions screen of the new customer's name and country. A
      * potential match is still added, but on hold with reason SN
      * and the sanctions flag pending, so nothing is sold on the
      * account until compliance has decided; the queue row goes in
      * once the customer is on file. The status the add would
      * otherwise have carried is what a clear restores.
      *----------------------------------------------------------------*
       3197-SCREEN-SANCTIONS SECTION.

       3197-SCREEN-SANC.
           SET SS-FN-SCREEN TO TRUE
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO SS-CUST-ID
           MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO SS-FULL-NAME
           MOVE CUST-COUNTRY-CODE OF WS-WORK-CUSTOMER TO
               SS-COUNTRY-CODE
           MOVE 'CUSTMAIN' TO SS-SOURCE-PROGRAM
           CALL 'SANCSCRN' USING SANCSCRN-PARMS
           IF SS-POTENTIAL-MATCH
               ADD 1 TO WS-SANCTIONS-HOLD-COUNT
               MOVE CUST-ACCT-STATUS OF WS-WORK-CUSTOMER TO
                   SS-PRIOR-STATUS
               MOVE CUST-STATUS-REASON OF WS-WORK-CUSTOMER TO
                   SS-PRIOR-REASON
               SET CUST-STAT-HOLD OF WS-WORK-CUSTOMER TO TRUE
               MOVE 'SN' TO CUST-STATUS-REASON OF WS-WORK-CUSTOMER
               SET CUST-SANCTIONS-PENDING OF WS-WORK-CUSTOMER TO TRUE
               DISPLAY 'SANCTIONS POTENTIAL MATCH, ADDED ON HOLD: '
                   WS-INP-CUST-ID ' LIST ENTRY: ' SS-ENTRY-ID
           END-IF.

       3150-VALIDATE-STATE SECTION.

       3150-VALIDATE-ST.
       4000-UPDATE-CUSTOMER SECTION.

       4000-UPDATE.
           SET WS-DUAL-NOT-REQUIRED TO TRUE
           MOVE 'N' TO WS-DUAL-APPLIED-FLAG
           PERFORM 4050-VALIDATE-OPERATOR
           IF NOT WS-OPERATOR-FOUND
               DISPLAY 'UPDATE REJECTED, UNAUTHORIZED OPERATOR: '
               IF WS-CUSTOMER-FOUND
                   MOVE WS-WORK-CUSTOMER TO WS-BEFORE-IMAGE
                   PERFORM 4100-APPLY-UPDATES
                   IF WS-VALID AND WS-DUAL-NOT-APPLYING
                       PERFORM 4300-CHECK-DUAL-CONTROL
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-INVALID
                           CONTINUE
                       WHEN WS-DUAL-REQUIRED
                           PERFORM 4310-HOLD-PENDING-CHANGE
                       WHEN WS-PARM-VALIDATE-ONLY
                           ADD 1 TO WS-RECORDS-UPDATED
                           SET WS-DUAL-APPLIED TO TRUE
                       WHEN OTHER
                           REWRITE CUSTOMER-RECORD FROM WS-WORK-CUSTOMER
                           IF WS-FILE-OK
                               ADD 1 TO WS-RECORDS-UPDATED
                               SET WS-DUAL-APPLIED TO TRUE
                               MOVE 'U' TO WS-BRANCH-ACTION
                               PERFORM 7100-COUNT-BRANCH-ACTIVITY
                               SET AUD-ACTION-UPDATE TO TRUE
                               PERFORM 8000-REPORT-FILE-STATUS
                               ADD 1 TO WS-RECORDS-ERROR
                           END-IF
                   END-EVALUATE
               ELSE
                   PERFORM 8000-REPORT-FILE-STATUS
                   ADD 1 TO WS-RECORDS-ERROR
           IF WS-INP-DATA(319:2) NOT = SPACES
               PERFORM 3185-SET-COMPANY-CODE
           END-IF
           IF WS-INP-DATA(321:4) NOT = SPACES
               PERFORM 3187-SET-PAYMENT-TERMS
           END-IF
      *----------------------------------------------------------------*
      * A keyed language replaces the preference; otherwise a record
      * from before the field takes its address's default, and a
      * move out of Canada drops French for English.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-INP-DATA(325:2) NOT = SPACES
                   PERFORM 3189-SET-LANGUAGE-CODE
               WHEN CUST-LANGUAGE-CODE OF WS-WORK-CUSTOMER = SPACES
                   PERFORM 3189-SET-LANGUAGE-CODE
               WHEN CUST-LANG-FRENCH OF WS-WORK-CUSTOMER
                   AND NOT CUST-COUNTRY-CANADA OF WS-WORK-CUSTOMER
                   MOVE 'EN' TO CUST-LANGUAGE-CODE OF WS-WORK-CUSTOMER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-INP-DATA(327:1) NOT = SPACE
               PERFORM 3186-SET-PO-REQUIRED
           END-IF
           PERFORM 4130-APPLY-FINANCIAL-UPDATES
           PERFORM 4140-APPLY-PAYMENT-DATE-UPDATE
           PERFORM 4150-CALC-BALANCE-ADJUSTMENT
      * leaves the status alone; any status change must carry a
      * reason so the daily status-change report can say why. The
      * change itself rides the ordinary update audit entry, which
      * STATRPT reads back for the report. Sold is DEBTSALE's alone:
      * it is never keyed here, and a sold account's status cannot be
      * keyed away from it, since the debt now belongs to the buyer.
      * Likewise an account held for sanctions review keeps its hold
      * until SANCREVW records the compliance decision, and an account
      * FRDSCRN held for fraud (hold, reason FR) keeps it until
      * FRDREVW records the fraud analyst's decision.
      *----------------------------------------------------------------*
       4129-APPLY-STATUS.
           EVALUATE TRUE
               WHEN WS-INP-DATA(316:1) = SPACES
                   CONTINUE
               WHEN CUST-STAT-SOLD OF WS-WORK-CUSTOMER
                   SET WS-INVALID TO TRUE
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'STATUS CHANGE REFUSED, ACCOUNT SOLD: '
                       WS-INP-CUST-ID
               WHEN NOT CUST-SANCTIONS-NONE OF WS-WORK-CUSTOMER
                   SET WS-INVALID TO TRUE
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'STATUS CHANGE REFUSED, SANCTIONS REVIEW: '
                       WS-INP-CUST-ID
               WHEN CUST-STAT-HOLD OF WS-WORK-CUSTOMER
                   AND CUST-STATUS-REASON OF WS-WORK-CUSTOMER = 'FR'
                   SET WS-INVALID TO TRUE
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'STATUS CHANGE REFUSED, FRAUD REVIEW: '
                       WS-INP-CUST-ID
               WHEN WS-INP-DATA(316:1) = 'A' OR 'H' OR 'F' OR 'C'
                   IF WS-INP-DATA(317:2) = SPACES
                       SET WS-INVALID TO TRUE
                       ADD 1 TO WS-RECORDS-ERROR
                       MOVE WS-INP-DATA(317:2) TO
                           CUST-STATUS-REASON OF WS-WORK-CUSTOMER
                   END-IF
               WHEN OTHER
                   SET WS-INVALID TO TRUE
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'INVALID ACCOUNT STATUS: '
                       WS-INP-DATA(316:1) ' ON CUSTOMER: '
                       WS-INP-CUST-ID
           END-EVALUATE.

       4130-APPLY-FINANCIAL-UPDATES SECTION.

               ELSE
                   MOVE WS-EDIT-AMOUNT TO WS-CALC-AMOUNT
               END-IF
           END-IF
      *    A confirmed sanctions match blocks balance adjustments the
      *    same way TRANPOST blocks every posting but payments.
           IF WS-CALC-AMOUNT NOT = 0
               AND CUST-SANCTIONS-CONFIRMED OF WS-WORK-CUSTOMER
               SET WS-INVALID TO TRUE
               ADD 1 TO WS-RECORDS-ERROR
               DISPLAY 'BALANCE ADJUSTMENT REFUSED, SANCTIONS MATCH '
                   'CONFIRMED: ' WS-INP-CUST-ID
           END-IF.

      *----------------------------------------------------------------*
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Judged on the update as applied to the work copy against the
      * record as read, so a field keyed to its existing value does
      * not count as a change.
      *----------------------------------------------------------------*
       4300-CHECK-DUAL-CONTROL SECTION.

       4300-CHECK-DUAL.
           SET WS-DUAL-NOT-REQUIRED TO TRUE
           MOVE SPACES TO WS-DUAL-TRIGGERS
           IF CUST-CREDIT-LIMIT OF WS-WORK-CUSTOMER >
               CUST-CREDIT-LIMIT OF WS-BEFORE-IMAGE
               + WS-DUAL-LIMIT-THRESHOLD
               MOVE 'Y' TO WS-DUAL-TRIG-LIMIT
               SET WS-DUAL-REQUIRED TO TRUE
           END-IF
           IF CUST-BALANCE OF WS-BEFORE-IMAGE NOT = 0
               IF CUST-ADDRESS OF WS-WORK-CUSTOMER NOT =
                   CUST-ADDRESS OF WS-BEFORE-IMAGE
                   MOVE 'Y' TO WS-DUAL-TRIG-ADDRESS
                   SET WS-DUAL-REQUIRED TO TRUE
               END-IF
               IF CUST-EMAIL OF WS-WORK-CUSTOMER NOT =
                   CUST-EMAIL OF WS-BEFORE-IMAGE
                   MOVE 'Y' TO WS-DUAL-TRIG-EMAIL
                   SET WS-DUAL-REQUIRED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The update is not applied: its balance adjustment comes back
      * out of the control totals 4100-APPLY-UPDATES added it to, and
      * the transaction as keyed goes on PCHGFILE to await approval.
      * A change already pending for the customer blocks another
      * until it is decided or has lapsed.
      *----------------------------------------------------------------*
       4310-HOLD-PENDING-CHANGE SECTION.

       4310-HOLD-CHANGE.
           IF WS-CALC-AMOUNT NOT = 0
               COMPUTE WS-CALC-AMOUNT = 0 - WS-CALC-AMOUNT
               ADD WS-CALC-AMOUNT TO WS-TOTAL-BALANCE-CHANGE
               PERFORM 4160-ADD-HOME-CCY-CHANGE
           END-IF
           PERFORM 4320-FIND-OPEN-CHANGE
           IF WS-DUAL-OPEN-FOUND
               AND PCH-EXPIRY-DATE < WS-CTL-RUN-DATE
               PERFORM 4330-EXPIRE-OPEN-CHANGE
           END-IF
           IF WS-DUAL-OPEN-FOUND
               ADD 1 TO WS-RECORDS-ERROR
               DISPLAY 'UPDATE REJECTED, CHANGE ALREADY AWAITING '
                   'APPROVAL ON CUSTOMER: ' WS-INP-CUST-ID
           ELSE
               INITIALIZE PENDING-CHANGE-RECORD
               MOVE WS-INP-CUST-ID TO PCH-CUST-ID
               COMPUTE PCH-SEQUENCE = WS-DUAL-LAST-SEQUENCE + 1
               SET PCH-PENDING TO TRUE
               MOVE WS-DUAL-TRIGGERS TO PCH-TRIGGERS
               MOVE CUST-CREDIT-LIMIT OF WS-BEFORE-IMAGE TO
                   PCH-OLD-CREDIT-LIMIT
               MOVE CUST-CREDIT-LIMIT OF WS-WORK-CUSTOMER TO
                   PCH-NEW-CREDIT-LIMIT
               MOVE CUST-BALANCE OF WS-BEFORE-IMAGE TO
                   PCH-BALANCE-AT-HOLD
               MOVE WS-INP-DATA(281:8) TO PCH-MAKER-ID
               MOVE WS-CTL-RUN-DATE TO PCH-HOLD-DATE
               ACCEPT PCH-HOLD-TIME FROM TIME
               SET DU-FN-ADD-DAYS TO TRUE
               MOVE WS-CTL-RUN-DATE TO DU-DATE-1
               MOVE WS-DUAL-EXPIRY-DAYS TO DU-DAYS-COUNT
               CALL 'DATEUTIL' USING DATEUTIL-PARMS
               MOVE DU-RESULT-DATE TO PCH-EXPIRY-DATE
               MOVE WS-INPUT-BUFFER TO PCH-MAINT-INPUT
               IF WS-PARM-VALIDATE-ONLY
                   ADD 1 TO WS-CHANGES-HELD
               ELSE
                   WRITE PENDING-CHANGE-RECORD
                   IF WS-PCH-OK
                       ADD 1 TO WS-CHANGES-HELD
                       DISPLAY 'UPDATE HELD FOR SECOND OPERATOR '
                           'APPROVAL ON CUSTOMER: ' WS-INP-CUST-ID
                   ELSE
                       ADD 1 TO WS-RECORDS-ERROR
                       DISPLAY 'ERROR WRITING PENDING CHANGE FOR: '
                           WS-INP-CUST-ID ' STATUS: ' WS-PCH-STATUS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Walks the customer's rows on PCHGFILE for the last sequence
      * used and the change still pending, if any, and leaves that
      * pending row in the record area for a REWRITE.
      *----------------------------------------------------------------*
       4320-FIND-OPEN-CHANGE SECTION.

       4320-FIND-OPEN.
           SET WS-DUAL-OPEN-NOT-FOUND TO TRUE
           MOVE 0 TO WS-DUAL-LAST-SEQUENCE
           MOVE 0 TO WS-DUAL-OPEN-SEQUENCE
           SET WS-DUAL-SCAN-ACTIVE TO TRUE
           MOVE WS-INP-CUST-ID TO PCH-CUST-ID
           MOVE 0 TO PCH-SEQUENCE
           START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PCH-KEY
               INVALID KEY
                   SET WS-DUAL-SCAN-DONE TO TRUE
           END-START
           PERFORM 4325-SCAN-ONE-CHANGE UNTIL WS-DUAL-SCAN-DONE
           IF WS-DUAL-OPEN-FOUND
               MOVE WS-INP-CUST-ID TO PCH-CUST-ID
               MOVE WS-DUAL-OPEN-SEQUENCE TO PCH-SEQUENCE
               READ PENDING-CHANGE-FILE
                   INVALID KEY
                       SET WS-DUAL-OPEN-NOT-FOUND TO TRUE
               END-READ
           END-IF.

       4325-SCAN-ONE-CHANGE SECTION.

       4325-SCAN-ONE.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   SET WS-DUAL-SCAN-DONE TO TRUE
               NOT AT END
                   IF PCH-CUST-ID NOT = WS-INP-CUST-ID
                       SET WS-DUAL-SCAN-DONE TO TRUE
                   ELSE
                       MOVE PCH-SEQUENCE TO WS-DUAL-LAST-SEQUENCE
                       IF PCH-PENDING
                           SET WS-DUAL-OPEN-FOUND TO TRUE
                           MOVE PCH-SEQUENCE TO WS-DUAL-OPEN-SEQUENCE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * A change left undecided past its expiry date lapses; PCHGRPT
      * expires the rest at day end and lists them.
      *----------------------------------------------------------------*
       4330-EXPIRE-OPEN-CHANGE SECTION.

       4330-EXPIRE-OPEN.
           SET PCH-EXPIRED TO TRUE
           MOVE WS-CTL-RUN-DATE TO PCH-DECISION-DATE
           MOVE 'EXPIRED UNAPPROVED' TO PCH-DECISION-NOTE
           IF NOT WS-PARM-VALIDATE-ONLY
               REWRITE PENDING-CHANGE-RECORD
               IF NOT WS-PCH-OK
                   DISPLAY 'ERROR EXPIRING PENDING CHANGE FOR: '
                       WS-INP-CUST-ID ' STATUS: ' WS-PCH-STATUS
               END-IF
           END-IF
           SET WS-DUAL-OPEN-NOT-FOUND TO TRUE.

       5000-DELETE-CUSTOMER SECTION.

       5000-DELETE.
               SET WS-OVR-AUTHORIZED TO TRUE
           END-IF.

       6900-MAINTAIN-GUARANTOR SECTION.

      *----------------------------------------------------------------*
      * Guarantor maintenance rides the same MAINTFILE path as a
      * seasonal address: the sub-action in the first byte of the
      * data area (A add or replace, D delete), then the guarantor's
      * first name (2:25), last name (27:30), middle initial (57:1),
      * street (58:40), city (98:25), state or province (123:2),
      * postal (125:9), country (134:2), phone (136:10), guarantee
      * limit (146:9, blank or zero for the whole balance) and
      * effective date (155:8, blank for today). Only an individual
      * account can carry a guarantor.
      *----------------------------------------------------------------*
       6900-MAINTAIN-GUAR.
           PERFORM 4050-VALIDATE-OPERATOR
           IF NOT WS-OPERATOR-FOUND
               DISPLAY 'GUARANTOR REJECTED, UNAUTHORIZED '
                   'OPERATOR: ' WS-INP-DATA(281:8) ' ON CUSTOMER: '
                   WS-INP-CUST-ID
               ADD 1 TO WS-RECORDS-ERROR
           ELSE
               PERFORM 4060-FIND-CUSTOMER-BY-ID
               EVALUATE TRUE
                   WHEN NOT WS-CUSTOMER-FOUND
                       PERFORM 8000-REPORT-FILE-STATUS
                       ADD 1 TO WS-RECORDS-ERROR
                   WHEN NOT CUST-INDIVIDUAL OF WS-WORK-CUSTOMER
                       ADD 1 TO WS-RECORDS-ERROR
                       DISPLAY 'GUARANTOR REJECTED, NOT AN '
                           'INDIVIDUAL ACCOUNT: ' WS-INP-CUST-ID
                   WHEN OTHER
                       MOVE WS-INP-DATA(1:1) TO WS-GUA-SUB-ACTION
                       EVALUATE TRUE
                           WHEN WS-GUA-SUB-ADD
                               PERFORM 6910-ADD-GUARANTOR
                           WHEN WS-GUA-SUB-DELETE
                               PERFORM 6920-DELETE-GUARANTOR
                           WHEN OTHER
                               ADD 1 TO WS-RECORDS-ERROR
                               DISPLAY 'INVALID GUARANTOR SUB-ACTION: '
                                   WS-GUA-SUB-ACTION ' ON CUSTOMER: '
                                   WS-INP-CUST-ID
                       END-EVALUATE
               END-EVALUATE
           END-IF.

       6910-ADD-GUARANTOR SECTION.

       6910-ADD-GUAR.
           PERFORM 6915-EDIT-GUARANTOR-FIELDS
           IF WS-VALID
               PERFORM 6930-SCREEN-GUARANTOR-DUP
               IF WS-GUA-IS-BORROWER
                   SET WS-INVALID TO TRUE
                   DISPLAY 'GUARANTOR REJECTED, NAMES THE BORROWER: '
                       WS-INP-CUST-ID
               END-IF
           END-IF
           IF WS-VALID
               PERFORM 6940-SCREEN-GUARANTOR-SANC
               IF WS-PARM-VALIDATE-ONLY
                   ADD 1 TO WS-GUARANTORS-MAINTAINED
               ELSE
                   WRITE GUARANTOR-RECORD
                       INVALID KEY
                           REWRITE GUARANTOR-RECORD
                   END-WRITE
                   IF WS-GUA-OK
                       ADD 1 TO WS-GUARANTORS-MAINTAINED
                       IF GUA-SANCTIONS-PENDING
                           PERFORM 6950-HOLD-FOR-GUARANTOR-SANC
                       END-IF
                   ELSE
                       ADD 1 TO WS-RECORDS-ERROR
                       DISPLAY 'ERROR WRITING GUARANTOR FOR: '
                           WS-INP-CUST-ID ' STATUS: ' WS-GUA-STATUS
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-ERROR
           END-IF.

       6915-EDIT-GUARANTOR-FIELDS SECTION.

       6915-EDIT-GUAR.
           SET WS-VALID TO TRUE
           INITIALIZE GUARANTOR-RECORD
           MOVE WS-INP-CUST-ID TO GUA-CUST-ID
           MOVE WS-INP-DATA(2:25) TO GUA-FIRST-NAME
           MOVE WS-INP-DATA(27:30) TO GUA-LAST-NAME
           MOVE WS-INP-DATA(57:1) TO GUA-MIDDLE-INIT
           MOVE WS-INP-DATA(58:40) TO GUA-STREET
           MOVE WS-INP-DATA(98:25) TO GUA-CITY
           MOVE WS-INP-DATA(123:2) TO GUA-STATE-PROV
           MOVE WS-INP-DATA(125:9) TO GUA-POSTAL
           IF WS-INP-DATA(134:2) = SPACES
               MOVE 'US' TO GUA-COUNTRY
           ELSE
               MOVE WS-INP-DATA(134:2) TO GUA-COUNTRY
           END-IF
           MOVE WS-CTL-RUN-DATE TO GUA-MAINT-DATE
           MOVE WS-INP-DATA(281:8) TO GUA-OPERATOR-ID
           SET GUA-SANCTIONS-NONE TO TRUE
           IF GUA-LAST-NAME = SPACES OR GUA-STREET = SPACES
               SET WS-INVALID TO TRUE
               DISPLAY 'GUARANTOR REJECTED, NAME OR STREET MISSING '
                   'FOR: ' WS-INP-CUST-ID
           END-IF
           IF WS-INP-DATA(136:10) NOT = SPACES
               IF WS-INP-DATA(136:10) NUMERIC
                   MOVE WS-INP-DATA(136:10) TO GUA-PHONE
               ELSE
                   SET WS-INVALID TO TRUE
                   DISPLAY 'INVALID GUARANTOR PHONE: '
                       WS-INP-DATA(136:10)
               END-IF
           END-IF
           IF WS-INP-DATA(146:9) NOT = SPACES
               IF WS-INP-DATA(146:9) NUMERIC
                   MOVE WS-INP-DATA(146:9) TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO GUA-GUARANTEE-LIMIT
               ELSE
                   SET WS-INVALID TO TRUE
                   DISPLAY 'INVALID GUARANTEE LIMIT: '
                       WS-INP-DATA(146:9)
               END-IF
           END-IF
           IF WS-INP-DATA(155:8) = SPACES
               MOVE WS-CTL-RUN-DATE TO GUA-EFFECTIVE-DATE
           ELSE
               SET DU-INVALID TO TRUE
               IF WS-INP-DATA(155:8) NUMERIC
                   SET DU-FN-VALIDATE TO TRUE
                   MOVE WS-INP-DATA(155:8) TO DU-DATE-1
                   CALL 'DATEUTIL' USING DATEUTIL-PARMS
               END-IF
               IF DU-VALID
                   MOVE WS-INP-DATA(155:8) TO GUA-EFFECTIVE-DATE
               ELSE
                   SET WS-INVALID TO TRUE
                   DISPLAY 'INVALID GUARANTEE EFFECTIVE DATE: '
                       WS-INP-DATA(155:8)
               END-IF
           END-IF.

       6920-DELETE-GUARANTOR SECTION.

       6920-DELETE-GUAR.
           MOVE WS-INP-CUST-ID TO GUA-CUST-ID
           READ GUARANTOR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-GUA-OK
               ADD 1 TO WS-RECORDS-ERROR
               DISPLAY 'GUARANTOR DELETE REJECTED, NO RECORD FOR: '
                   WS-INP-CUST-ID
           ELSE
               IF WS-PARM-VALIDATE-ONLY
                   ADD 1 TO WS-GUARANTORS-MAINTAINED
               ELSE
                   DELETE GUARANTOR-FILE RECORD
                   IF WS-GUA-OK
                       ADD 1 TO WS-GUARANTORS-MAINTAINED
                   ELSE
                       ADD 1 TO WS-RECORDS-ERROR
                       DISPLAY 'ERROR DELETING GUARANTOR FOR: '
                           WS-INP-CUST-ID ' STATUS: ' WS-GUA-STATUS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The guarantor's name against CUSTOMER-FILE through the
      * CUST-LAST-NAME index, as 3190-SCREEN-DUPLICATES screens an
      * add. The borrower's own row is refused outright; another
      * customer of the same name is listed for review but the
      * guarantee still records, since a customer may well guarantee
      * someone else's account.
      *----------------------------------------------------------------*
       6930-SCREEN-GUARANTOR-DUP SECTION.

       6930-SCREEN-GUAR-DUP.
           SET WS-GUA-NOT-BORROWER TO TRUE
           MOVE 0 TO WS-GUA-MATCH-ID
           SET WS-GUA-SCAN-ACTIVE TO TRUE
           MOVE GUA-LAST-NAME TO CUST-LAST-NAME OF CUSTOMER-RECORD
           START CUSTOMER-FILE KEY IS >=
               CUST-LAST-NAME OF CUSTOMER-RECORD
               INVALID KEY
                   SET WS-GUA-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-FILE-OK
               SET WS-GUA-SCAN-DONE TO TRUE
           END-IF
           PERFORM 6935-SCREEN-ONE-GUAR-CANDIDATE
               UNTIL WS-GUA-SCAN-DONE OR WS-GUA-IS-BORROWER
           IF WS-GUA-NOT-BORROWER AND WS-GUA-MATCH-ID > 0
               ADD 1 TO WS-GUA-REVIEW-COUNT
               MOVE WS-INP-CUST-ID TO WS-GUAR-CUST-ID
               MOVE WS-GUA-MATCH-ID TO WS-GUAR-MATCH-ID
               MOVE GUA-FULL-NAME TO WS-GUAR-NAME
               WRITE CTL-REPORT-LINE FROM WS-GUA-REVIEW-LINE
           END-IF.

       6935-SCREEN-ONE-GUAR-CANDIDATE SECTION.

       6935-SCREEN-ONE-GUAR.
           READ CUSTOMER-FILE NEXT RECORD
           IF NOT WS-FILE-OK
               SET WS-GUA-SCAN-DONE TO TRUE
           ELSE
               IF CUST-LAST-NAME OF CUSTOMER-RECORD NOT =
                   GUA-LAST-NAME
                   SET WS-GUA-SCAN-DONE TO TRUE
               ELSE
                   IF CUST-FULL-NAME OF CUSTOMER-RECORD =
                       GUA-FULL-NAME
                       IF CUST-ID OF CUSTOMER-RECORD = WS-INP-CUST-ID
                           SET WS-GUA-IS-BORROWER TO TRUE
                       ELSE
                           MOVE CUST-ID OF CUSTOMER-RECORD TO
                               WS-GUA-MATCH-ID
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Sanctions screen of the guarantor's name and country under
      * the borrower's customer ID, so the review queue ties the
      * match to the account it would be collected on.
      *----------------------------------------------------------------*
       6940-SCREEN-GUARANTOR-SANC SECTION.

       6940-SCREEN-GUAR-SANC.
           SET SS-FN-SCREEN TO TRUE
           MOVE WS-INP-CUST-ID TO SS-CUST-ID
           MOVE GUA-FULL-NAME TO SS-FULL-NAME
           MOVE GUA-COUNTRY TO SS-COUNTRY-CODE
           MOVE 'CUSTMAIN' TO SS-SOURCE-PROGRAM
           CALL 'SANCSCRN' USING SANCSCRN-PARMS
           IF SS-POTENTIAL-MATCH
               SET GUA-SANCTIONS-PENDING TO TRUE
               ADD 1 TO WS-SANCTIONS-HOLD-COUNT
               DISPLAY 'SANCTIONS POTENTIAL MATCH ON GUARANTOR, '
                   'ACCOUNT HELD: ' WS-INP-CUST-ID ' LIST ENTRY: '
                   SS-ENTRY-ID
           END-IF.

      *----------------------------------------------------------------*
      * The account goes on hold (reason SN, sanctions pending) and
      * is journalled the way SANCRSCN holds a rescreen match; an
      * account already under sanctions review keeps its hold and
      * only the new match is queued.
      *----------------------------------------------------------------*
       6950-HOLD-FOR-GUARANTOR-SANC SECTION.

       6950-HOLD-GUAR-SANC.
           MOVE WS-WORK-CUSTOMER TO WS-BEFORE-IMAGE
           MOVE CUST-ACCT-STATUS OF WS-WORK-CUSTOMER TO SS-PRIOR-STATUS
           MOVE CUST-STATUS-REASON OF WS-WORK-CUSTOMER TO
               SS-PRIOR-REASON
           IF CUST-SANCTIONS-NONE OF WS-WORK-CUSTOMER
               SET CUST-STAT-HOLD OF WS-WORK-CUSTOMER TO TRUE
               MOVE 'SN' TO CUST-STATUS-REASON OF WS-WORK-CUSTOMER
               SET CUST-SANCTIONS-PENDING OF WS-WORK-CUSTOMER TO TRUE
               REWRITE CUSTOMER-RECORD FROM WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   SET AUD-ACTION-UPDATE TO TRUE
                   PERFORM 7000-WRITE-AUDIT-RECORD
               ELSE
                   PERFORM 8000-REPORT-FILE-STATUS
               END-IF
           END-IF
           SET SS-FN-QUEUE TO TRUE
           CALL 'SANCSCRN' USING SANCSCRN-PARMS.

       6960-REVIEW-PENDING-CHANGE SECTION.

      *----------------------------------------------------------------*
      * The second operator's decision on a held change rides the
      * same MAINTFILE path: the sub-action in the first byte of the
      * data area (A approve, R reject) and, on a rejection, the
      * reason (2:30). The reviewing operator on (281:8) needs the
      * same supervisor-or-better authority a limit override takes,
      * and may not be the operator who keyed the change.
      *----------------------------------------------------------------*
       6960-REVIEW-CHANGE.
           PERFORM 6850-VALIDATE-OVERRIDE-AUTH
           IF WS-OVR-NOT-AUTHORIZED
               DISPLAY 'CHANGE REVIEW REJECTED, UNAUTHORIZED '
                   'OPERATOR: ' WS-INP-DATA(281:8)
                   ' ON CUSTOMER: ' WS-INP-CUST-ID
               ADD 1 TO WS-RECORDS-ERROR
           ELSE
               MOVE WS-INP-DATA(1:1) TO WS-DUAL-SUB-ACTION
               PERFORM 4320-FIND-OPEN-CHANGE
               EVALUATE TRUE
                   WHEN WS-DUAL-OPEN-NOT-FOUND
                       ADD 1 TO WS-RECORDS-ERROR
                       DISPLAY 'CHANGE REVIEW REJECTED, NOTHING '
                           'PENDING ON CUSTOMER: ' WS-INP-CUST-ID
                   WHEN PCH-MAKER-ID = WS-INP-DATA(281:8)
                       ADD 1 TO WS-RECORDS-ERROR
                       DISPLAY 'CHANGE REVIEW REJECTED, REVIEWER '
                           'KEYED THE CHANGE: ' WS-INP-DATA(281:8)
                           ' ON CUSTOMER: ' WS-INP-CUST-ID
                   WHEN PCH-EXPIRY-DATE < WS-CTL-RUN-DATE
                       PERFORM 4330-EXPIRE-OPEN-CHANGE
                       ADD 1 TO WS-RECORDS-ERROR
                       DISPLAY 'CHANGE REVIEW REJECTED, CHANGE '
                           'EXPIRED ON CUSTOMER: ' WS-INP-CUST-ID
                   WHEN WS-DUAL-SUB-APPROVE
                       PERFORM 6965-APPROVE-PENDING-CHANGE
                   WHEN WS-DUAL-SUB-REJECT
                       PERFORM 6970-REJECT-PENDING-CHANGE
                   WHEN OTHER
                       ADD 1 TO WS-RECORDS-ERROR
                       DISPLAY 'INVALID CHANGE REVIEW SUB-ACTION: '
                           WS-DUAL-SUB-ACTION ' ON CUSTOMER: '
                           WS-INP-CUST-ID
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * The held transaction is replayed through 4000-UPDATE-CUSTOMER
      * as the maker keyed it, against the customer as it stands
      * now, and journalled under both operator IDs. One that no
      * longer passes its edits stays pending for the reviewer to
      * reject.
      *----------------------------------------------------------------*
       6965-APPROVE-PENDING-CHANGE SECTION.

       6965-APPROVE-CHANGE.
           MOVE WS-INP-DATA(281:8) TO WS-DUAL-CHECKER-ID
           MOVE WS-INPUT-BUFFER TO WS-DUAL-SAVED-INPUT
           MOVE PCH-MAINT-INPUT TO WS-INPUT-BUFFER
           MOVE WS-DUAL-CHECKER-ID TO WS-DUAL-APPROVER-ID
           SET WS-DUAL-APPLYING TO TRUE
           PERFORM 4000-UPDATE-CUSTOMER
           SET WS-DUAL-NOT-APPLYING TO TRUE
           MOVE SPACES TO WS-DUAL-APPROVER-ID
           MOVE WS-DUAL-SAVED-INPUT TO WS-INPUT-BUFFER
           IF WS-DUAL-APPLIED
               SET PCH-APPROVED TO TRUE
               MOVE WS-DUAL-CHECKER-ID TO PCH-CHECKER-ID
               MOVE WS-CTL-RUN-DATE TO PCH-DECISION-DATE
               MOVE 'APPROVED AND APPLIED' TO PCH-DECISION-NOTE
               IF WS-PARM-VALIDATE-ONLY
                   ADD 1 TO WS-CHANGES-APPROVED
               ELSE
                   REWRITE PENDING-CHANGE-RECORD
                   IF WS-PCH-OK
                       ADD 1 TO WS-CHANGES-APPROVED
                   ELSE
                       DISPLAY 'ERROR UPDATING PENDING CHANGE FOR: '
                           WS-INP-CUST-ID ' STATUS: ' WS-PCH-STATUS
                   END-IF
               END-IF
           ELSE
               DISPLAY 'APPROVED CHANGE NOT APPLIED, LEFT PENDING '
                   'ON CUSTOMER: ' WS-INP-CUST-ID
           END-IF.

       6970-REJECT-PENDING-CHANGE SECTION.

       6970-REJECT-CHANGE.
           SET PCH-REJECTED TO TRUE
           MOVE WS-INP-DATA(281:8) TO PCH-CHECKER-ID
           MOVE WS-CTL-RUN-DATE TO PCH-DECISION-DATE
           IF WS-INP-DATA(2:30) = SPACES
               MOVE 'REJECTED BY REVIEWER' TO PCH-DECISION-NOTE
           ELSE
               MOVE WS-INP-DATA(2:30) TO PCH-DECISION-NOTE
           END-IF
           IF WS-PARM-VALIDATE-ONLY
               ADD 1 TO WS-CHANGES-REJECTED
           ELSE
               REWRITE PENDING-CHANGE-RECORD
               IF WS-PCH-OK
                   ADD 1 TO WS-CHANGES-REJECTED
               ELSE
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'ERROR UPDATING PENDING CHANGE FOR: '
                       WS-INP-CUST-ID ' STATUS: ' WS-PCH-STATUS
               END-IF
           END-IF.

       7100-COUNT-BRANCH-ACTIVITY SECTION.

       7100-COUNT-BRANCH.
           MOVE WS-INP-DATA(281:8) TO AUD-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-WORK-CUSTOMER TO AUD-AFTER-IMAGE
           MOVE WS-DUAL-APPROVER-ID TO AUD-APPROVER-ID
           SET AC-FN-SEAL-ENTRY TO TRUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR WRITING AUDIT RECORD FOR: '
           CLOSE OPERATOR-MASTER-FILE
           CLOSE ALTERNATE-ADDRESS-FILE
           CLOSE LIMIT-OVERRIDE-FILE
           CLOSE GUARANTOR-FILE
           CLOSE PENDING-CHANGE-FILE
           IF WS-CAR-FILE-AVAILABLE
               CLOSE APPLICATION-REGISTER
           END-IF
           SET SS-FN-CLOSE TO TRUE
           CALL 'SANCSCRN' USING SANCSCRN-PARMS
           DISPLAY 'RECORDS READ:    ' WS-RECORDS-READ
           DISPLAY 'RECORDS ADDED:   ' WS-RECORDS-ADDED
           DISPLAY 'RECORDS UPDATED: ' WS-RECORDS-UPDATED
           DISPLAY 'SEASONAL ADDRS MAINTAINED: ' WS-ALT-MAINTAINED
           DISPLAY 'LIMIT OVERRIDES MAINTAINED: '
               WS-OVERRIDES-MAINTAINED
           DISPLAY 'GUARANTORS MAINTAINED: ' WS-GUARANTORS-MAINTAINED
           IF WS-GUA-REVIEW-COUNT > 0
               DISPLAY 'GUARANTORS ON FILE AS CUSTOMERS: '
                   WS-GUA-REVIEW-COUNT
           END-IF
           DISPLAY 'CHANGES HELD FOR APPROVAL: ' WS-CHANGES-HELD
           DISPLAY 'HELD CHANGES APPROVED: ' WS-CHANGES-APPROVED
           DISPLAY 'HELD CHANGES REJECTED: ' WS-CHANGES-REJECTED
           IF WS-NEAR-MATCH-COUNT > 0
               DISPLAY 'NEAR-MATCH ADDS FOR REVIEW: '
                   WS-NEAR-MATCH-COUNT
           END-IF
           IF WS-SANCTIONS-HOLD-COUNT > 0
               DISPLAY 'SANCTIONS HOLDS FOR REVIEW: '
                   WS-SANCTIONS-HOLD-COUNT
           END-IF
           IF WS-PARM-VALIDATE-ONLY
               DISPLAY 'RUN MODE: VALIDATE-ONLY, NO FILE CHANGES MADE'
           END-IF
           MOVE WS-RECORDS-ERROR TO WS-CTL-CNT-VALUE
           WRITE CTL-REPORT-LINE FROM WS-CTL-COUNT-LINE

           MOVE 'CHANGES HELD' TO WS-CTL-CNT-LABEL
           MOVE WS-CHANGES-HELD TO WS-CTL-CNT-VALUE
           WRITE CTL-REPORT-LINE FROM WS-CTL-COUNT-LINE

           MOVE 'CHANGES APPROVED' TO WS-CTL-CNT-LABEL
           MOVE WS-CHANGES-APPROVED TO WS-CTL-CNT-VALUE
           WRITE CTL-REPORT-LINE FROM WS-CTL-COUNT-LINE

           MOVE 'CHANGES REJECTED' TO WS-CTL-CNT-LABEL
           MOVE WS-CHANGES-REJECTED TO WS-CTL-CNT-VALUE
           WRITE CTL-REPORT-LINE FROM WS-CTL-COUNT-LINE

           MOVE 'NET BALANCE CHANGE' TO WS-CTL-AMT-LABEL
           MOVE WS-TOTAL-BALANCE-CHANGE TO WS-CTL-AMT-VALUE
           WRITE CTL-REPORT-LINE FROM WS-CTL-AMOUNT-LINE
