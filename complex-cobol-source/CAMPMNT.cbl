       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPMNT.
      *================================================================*
      * MARKETING CAMPAIGN MAINTENANCE
      * Maintains the campaign file CAMPSEL selects from and CAMPRESP
      * reports against, in POMAINT's style: add, update or delete
      * one campaign per input row, keyed by campaign ID. An add must
      * carry a channel (print or email) and a good response window;
      * every selection rule is optional. On an update a blank field
      * keeps the standing value and an asterisk clears a code or
      * band back to "any". Rules can only change while the campaign
      * is still open - once CAMPSEL has drawn its contact list the
      * rules are history, and the only change left is to cancel it.
      * Likewise only an open campaign can be deleted; a selected one
      * is cancelled so its members and responses stay on file. A
      * holdout seed left blank on an add is taken from the clock.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-MAINT-FILE ASSIGN TO 'CAMPMNT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMM-STATUS.

           SELECT CAMPAIGN-FILE ASSIGN TO 'CAMPFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CAMPAIGN-ID
               FILE STATUS IS WS-CMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-MAINT-FILE.
       01  CAMPAIGN-MAINT-RECORD.
           05  CMM-ACTION                  PIC X(1).
               88  CMM-ACTION-ADD          VALUE 'A'.
               88  CMM-ACTION-UPDATE       VALUE 'U'.
               88  CMM-ACTION-DELETE       VALUE 'D'.
           05  CMM-CAMPAIGN-ID             PIC X(8).
           05  CMM-DESCRIPTION             PIC X(30).
           05  CMM-CHANNEL                 PIC X(1).
           05  CMM-START-DATE              PIC X(8).
           05  CMM-END-DATE                PIC X(8).
           05  CMM-SEL-CUST-TYPE           PIC X(2).
           05  CMM-SEL-BRANCH-CODE         PIC X(3).
           05  CMM-SEL-STATE               PIC X(2).
           05  CMM-SEL-RISK-LOW            PIC X(1).
           05  CMM-SEL-RISK-HIGH           PIC X(1).
           05  CMM-SEL-BALANCE-MIN         PIC X(9).
           05  CMM-SEL-BALANCE-MAX         PIC X(9).
           05  CMM-SEL-UTIL-MIN            PIC X(3).
           05  CMM-SEL-UTIL-MAX            PIC X(3).
           05  CMM-SEL-MONTHS-MIN          PIC X(3).
           05  CMM-SEL-MONTHS-MAX          PIC X(3).
           05  CMM-HOLDOUT-PCT             PIC X(2).
           05  CMM-HOLDOUT-SEED            PIC X(5).
           05  CMM-STATUS                  PIC X(1).
           05  FILLER                      PIC X(17).

       FD  CAMPAIGN-FILE.
           COPY CAMPREC.

       WORKING-STORAGE SECTION.

       01  WS-CMM-STATUS                   PIC XX.
           88  WS-CMM-OK                   VALUE '00'.

       01  WS-CMP-STATUS                   PIC XX.
           88  WS-CMP-OK                   VALUE '00'.
           88  WS-CMP-NOT-OPEN             VALUE '35'.

       COPY DATEPARM.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-VALID-FLAG               PIC X VALUE 'Y'.
               88  WS-VALID                VALUE 'Y'.
               88  WS-INVALID              VALUE 'N'.
           05  WS-RULES-KEYED-FLAG         PIC X VALUE 'N'.
               88  WS-RULES-KEYED          VALUE 'Y'.
               88  WS-NO-RULES-KEYED       VALUE 'N'.

       01  WS-EDIT-WORK.
           05  WS-EDIT-AMOUNT              PIC 9(7)V99.
           05  WS-EDIT-AMOUNT-R REDEFINES WS-EDIT-AMOUNT
                                           PIC X(9).
           05  WS-EDIT-DATE                PIC 9(8).

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-NOW-TIME                     PIC 9(8).

       01  WS-MAINT-TOTALS.
           05  WS-RECORDS-READ             PIC 9(7) VALUE 0.
           05  WS-CAMPAIGNS-ADDED          PIC 9(7) VALUE 0.
           05  WS-CAMPAIGNS-UPDATED        PIC 9(7) VALUE 0.
           05  WS-CAMPAIGNS-DELETED        PIC 9(7) VALUE 0.
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
           OPEN INPUT CAMPAIGN-MAINT-FILE
           IF NOT WS-CMM-OK
               DISPLAY 'ERROR OPENING CAMPAIGN MAINTENANCE FILE: '
                   WS-CMM-STATUS
               SET WS-EOF TO TRUE
           END-IF
           OPEN I-O CAMPAIGN-FILE
           IF WS-CMP-NOT-OPEN
               OPEN OUTPUT CAMPAIGN-FILE
               CLOSE CAMPAIGN-FILE
               OPEN I-O CAMPAIGN-FILE
           END-IF
           IF NOT WS-CMP-OK
               DISPLAY 'ERROR OPENING CAMPAIGN FILE: '
                   WS-CMP-STATUS
               SET WS-EOF TO TRUE
           END-IF.

       2000-PROCESS-MAINT SECTION.

       2000-PROCESS.
           READ CAMPAIGN-MAINT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   EVALUATE TRUE
                       WHEN CMM-CAMPAIGN-ID = SPACES
                           ADD 1 TO WS-RECORDS-ERROR
                           DISPLAY 'CAMPAIGN ID MISSING, ROW SKIPPED'
                       WHEN CMM-ACTION-ADD
                           PERFORM 3000-ADD-CAMPAIGN
                       WHEN CMM-ACTION-UPDATE
                           PERFORM 4000-UPDATE-CAMPAIGN
                       WHEN CMM-ACTION-DELETE
                           PERFORM 5000-DELETE-CAMPAIGN
                       WHEN OTHER
                           ADD 1 TO WS-RECORDS-ERROR
                           DISPLAY 'INVALID ACTION CODE: '
                               CMM-ACTION ' FOR: ' CMM-CAMPAIGN-ID
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      * A new campaign starts open with no selection and no counts;
      * the status column is ignored on an add.
      *----------------------------------------------------------------*
       3000-ADD-CAMPAIGN SECTION.

       3000-ADD.
           SET WS-VALID TO TRUE
           INITIALIZE CAMPAIGN-RECORD
           MOVE CMM-CAMPAIGN-ID TO CMP-CAMPAIGN-ID
           SET CMP-OPEN TO TRUE
           PERFORM 6000-APPLY-CAMPAIGN-FIELDS
           IF WS-VALID
               AND NOT CMP-CHANNEL-PRINT
               AND NOT CMP-CHANNEL-EMAIL
               SET WS-INVALID TO TRUE
               DISPLAY 'ADD REJECTED, NO CHANNEL FOR: '
                   CMM-CAMPAIGN-ID
           END-IF
           IF WS-VALID
               AND (CMP-START-DATE = 0 OR CMP-END-DATE = 0)
               SET WS-INVALID TO TRUE
               DISPLAY 'ADD REJECTED, NO RESPONSE WINDOW FOR: '
                   CMM-CAMPAIGN-ID
           END-IF
           IF WS-VALID AND CMM-HOLDOUT-SEED = SPACES
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE WS-NOW-TIME(4:5) TO CMP-HOLDOUT-SEED
           END-IF
           IF WS-VALID
               MOVE WS-TODAY-DATE TO CMP-LAST-CHANGE-DATE
               WRITE CAMPAIGN-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-CMP-OK
                   ADD 1 TO WS-CAMPAIGNS-ADDED
               ELSE
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'ADD REJECTED, CAMPAIGN EXISTS OR WRITE '
                       'FAILED: ' CMM-CAMPAIGN-ID
                       ' STATUS: ' WS-CMP-STATUS
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-ERROR
           END-IF.

      *----------------------------------------------------------------*
      * Once selected, a campaign takes a cancellation and nothing
      * else; an open one takes any field.
      *----------------------------------------------------------------*
       4000-UPDATE-CAMPAIGN SECTION.

       4000-UPDATE.
           MOVE CMM-CAMPAIGN-ID TO CMP-CAMPAIGN-ID
           READ CAMPAIGN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-CMP-OK
               ADD 1 TO WS-RECORDS-ERROR
               DISPLAY 'UPDATE REJECTED, CAMPAIGN NOT ON FILE: '
                   CMM-CAMPAIGN-ID
           ELSE
               SET WS-VALID TO TRUE
               IF CMP-OPEN
                   PERFORM 6000-APPLY-CAMPAIGN-FIELDS
               ELSE
                   PERFORM 4100-CHECK-CLOSED-UPDATE
               END-IF
               EVALUATE CMM-STATUS
                   WHEN SPACE
                       CONTINUE
                   WHEN 'C'
                       SET CMP-CANCELLED TO TRUE
                   WHEN OTHER
                       SET WS-INVALID TO TRUE
                       DISPLAY 'UPDATE REJECTED, BAD STATUS FOR: '
                           CMM-CAMPAIGN-ID
               END-EVALUATE
               IF WS-VALID
                   MOVE WS-TODAY-DATE TO CMP-LAST-CHANGE-DATE
                   REWRITE CAMPAIGN-RECORD
                   IF WS-CMP-OK
                       ADD 1 TO WS-CAMPAIGNS-UPDATED
                   ELSE
                       ADD 1 TO WS-RECORDS-ERROR
                       DISPLAY 'ERROR REWRITING CAMPAIGN: '
                           CMM-CAMPAIGN-ID ' STATUS: '
                           WS-CMP-STATUS
                   END-IF
               ELSE
                   ADD 1 TO WS-RECORDS-ERROR
               END-IF
           END-IF.

       4100-CHECK-CLOSED-UPDATE SECTION.

       4100-CHECK-CLOSED.
           IF CMM-DESCRIPTION NOT = SPACES
               OR CMM-CHANNEL NOT = SPACE
               OR CMM-START-DATE NOT = SPACES
               OR CMM-END-DATE NOT = SPACES
               OR CMM-SEL-CUST-TYPE NOT = SPACES
               OR CMM-SEL-BRANCH-CODE NOT = SPACES
               OR CMM-SEL-STATE NOT = SPACES
               OR CMM-SEL-RISK-LOW NOT = SPACE
               OR CMM-SEL-RISK-HIGH NOT = SPACE
               OR CMM-SEL-BALANCE-MIN NOT = SPACES
               OR CMM-SEL-BALANCE-MAX NOT = SPACES
               OR CMM-SEL-UTIL-MIN NOT = SPACES
               OR CMM-SEL-UTIL-MAX NOT = SPACES
               OR CMM-SEL-MONTHS-MIN NOT = SPACES
               OR CMM-SEL-MONTHS-MAX NOT = SPACES
               OR CMM-HOLDOUT-PCT NOT = SPACES
               OR CMM-HOLDOUT-SEED NOT = SPACES
               SET WS-INVALID TO TRUE
               DISPLAY 'UPDATE REJECTED, CAMPAIGN ALREADY SELECTED '
                   'OR CANCELLED: ' CMM-CAMPAIGN-ID
           END-IF.

       5000-DELETE-CAMPAIGN SECTION.

       5000-DELETE.
           MOVE CMM-CAMPAIGN-ID TO CMP-CAMPAIGN-ID
           READ CAMPAIGN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-CMP-OK
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'DELETE REJECTED, CAMPAIGN NOT ON FILE: '
                       CMM-CAMPAIGN-ID
               WHEN NOT CMP-OPEN
                   ADD 1 TO WS-RECORDS-ERROR
                   DISPLAY 'DELETE REJECTED, CAMPAIGN HAS BEEN '
                       'SELECTED, CANCEL IT INSTEAD: ' CMM-CAMPAIGN-ID
               WHEN OTHER
                   DELETE CAMPAIGN-FILE RECORD
                   IF WS-CMP-OK
                       ADD 1 TO WS-CAMPAIGNS-DELETED
                   ELSE
                       ADD 1 TO WS-RECORDS-ERROR
                       DISPLAY 'ERROR DELETING CAMPAIGN: '
                           CMM-CAMPAIGN-ID ' STATUS: '
                           WS-CMP-STATUS
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Every keyed field is edited and moved; a blank one keeps what
      * the record holds (the initialized record on an add). An
      * asterisk in a code or band clears it to "any".
      *----------------------------------------------------------------*
       6000-APPLY-CAMPAIGN-FIELDS SECTION.

       6000-APPLY-FIELDS.
           IF CMM-DESCRIPTION NOT = SPACES
               MOVE CMM-DESCRIPTION TO CMP-DESCRIPTION
           END-IF
           EVALUATE CMM-CHANNEL
               WHEN SPACE
                   CONTINUE
               WHEN 'P'
                   SET CMP-CHANNEL-PRINT TO TRUE
               WHEN 'E'
                   SET CMP-CHANNEL-EMAIL TO TRUE
               WHEN OTHER
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD CHANNEL FOR: ' CMM-CAMPAIGN-ID
           END-EVALUATE
           PERFORM 6100-APPLY-WINDOW-DATES
           PERFORM 6200-APPLY-CODE-RULES
           PERFORM 6300-APPLY-RANGE-RULES
           IF CMM-HOLDOUT-PCT NOT = SPACES
               IF CMM-HOLDOUT-PCT NUMERIC
                   AND CMM-HOLDOUT-PCT NOT > '50'
                   MOVE CMM-HOLDOUT-PCT TO CMP-HOLDOUT-PCT
               ELSE
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD HOLDOUT PERCENT (00-50) FOR: '
                       CMM-CAMPAIGN-ID
               END-IF
           END-IF
           IF CMM-HOLDOUT-SEED NOT = SPACES
               IF CMM-HOLDOUT-SEED NUMERIC
                   MOVE CMM-HOLDOUT-SEED TO CMP-HOLDOUT-SEED
               ELSE
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD HOLDOUT SEED FOR: ' CMM-CAMPAIGN-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Supplied dates must pass DATEUTIL, and the window may not end
      * before it starts.
      *----------------------------------------------------------------*
       6100-APPLY-WINDOW-DATES SECTION.

       6100-APPLY-DATES.
           IF CMM-START-DATE NOT = SPACES
               SET DU-FN-VALIDATE TO TRUE
               MOVE 0 TO DU-DATE-1
               IF CMM-START-DATE NUMERIC
                   MOVE CMM-START-DATE TO DU-DATE-1
                   CALL 'DATEUTIL' USING DATEUTIL-PARMS
               END-IF
               IF CMM-START-DATE NUMERIC AND DU-VALID
                   MOVE CMM-START-DATE TO CMP-START-DATE
               ELSE
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD WINDOW START DATE FOR: '
                       CMM-CAMPAIGN-ID
               END-IF
           END-IF
           IF CMM-END-DATE NOT = SPACES
               SET DU-FN-VALIDATE TO TRUE
               MOVE 0 TO DU-DATE-1
               IF CMM-END-DATE NUMERIC
                   MOVE CMM-END-DATE TO DU-DATE-1
                   CALL 'DATEUTIL' USING DATEUTIL-PARMS
               END-IF
               IF CMM-END-DATE NUMERIC AND DU-VALID
                   MOVE CMM-END-DATE TO CMP-END-DATE
               ELSE
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD WINDOW END DATE FOR: '
                       CMM-CAMPAIGN-ID
               END-IF
           END-IF
           IF WS-VALID
               AND CMP-END-DATE NOT = 0
               AND CMP-END-DATE < CMP-START-DATE
               SET WS-INVALID TO TRUE
               DISPLAY 'WINDOW ENDS BEFORE IT STARTS FOR: '
                   CMM-CAMPAIGN-ID
           END-IF.

      *----------------------------------------------------------------*
      * Customer type must be one CUSTREC knows; the risk band runs
      * from RISKSCOR's 1 (best) to 5 (worst), low end first.
      *----------------------------------------------------------------*
       6200-APPLY-CODE-RULES SECTION.

       6200-APPLY-CODES.
           EVALUATE CMM-SEL-CUST-TYPE
               WHEN SPACES
                   CONTINUE
               WHEN '* '
               WHEN '**'
                   MOVE SPACES TO CMP-SEL-CUST-TYPE
               WHEN 'IN'
               WHEN 'CO'
               WHEN 'GV'
                   MOVE CMM-SEL-CUST-TYPE TO CMP-SEL-CUST-TYPE
               WHEN OTHER
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD CUSTOMER TYPE FOR: ' CMM-CAMPAIGN-ID
           END-EVALUATE
           EVALUATE TRUE
               WHEN CMM-SEL-BRANCH-CODE = SPACES
                   CONTINUE
               WHEN CMM-SEL-BRANCH-CODE(1:1) = '*'
                   MOVE SPACES TO CMP-SEL-BRANCH-CODE
               WHEN OTHER
                   MOVE CMM-SEL-BRANCH-CODE TO CMP-SEL-BRANCH-CODE
           END-EVALUATE
           EVALUATE TRUE
               WHEN CMM-SEL-STATE = SPACES
                   CONTINUE
               WHEN CMM-SEL-STATE(1:1) = '*'
                   MOVE SPACES TO CMP-SEL-STATE
               WHEN OTHER
                   MOVE CMM-SEL-STATE TO CMP-SEL-STATE
           END-EVALUATE
           EVALUATE TRUE
               WHEN CMM-SEL-RISK-LOW = SPACE
                   CONTINUE
               WHEN CMM-SEL-RISK-LOW = '*'
                   MOVE SPACE TO CMP-SEL-RISK-LOW
               WHEN CMM-SEL-RISK-LOW >= '1' AND <= '5'
                   MOVE CMM-SEL-RISK-LOW TO CMP-SEL-RISK-LOW
               WHEN OTHER
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD RISK BAND FOR: ' CMM-CAMPAIGN-ID
           END-EVALUATE
           EVALUATE TRUE
               WHEN CMM-SEL-RISK-HIGH = SPACE
                   CONTINUE
               WHEN CMM-SEL-RISK-HIGH = '*'
                   MOVE SPACE TO CMP-SEL-RISK-HIGH
               WHEN CMM-SEL-RISK-HIGH >= '1' AND <= '5'
                   MOVE CMM-SEL-RISK-HIGH TO CMP-SEL-RISK-HIGH
               WHEN OTHER
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD RISK BAND FOR: ' CMM-CAMPAIGN-ID
           END-EVALUATE
           IF WS-VALID
               AND CMP-SEL-RISK-LOW NOT = SPACE
               AND CMP-SEL-RISK-HIGH NOT = SPACE
               AND CMP-SEL-RISK-HIGH < CMP-SEL-RISK-LOW
               SET WS-INVALID TO TRUE
               DISPLAY 'RISK BAND HIGH BELOW LOW FOR: '
                   CMM-CAMPAIGN-ID
           END-IF.

      *----------------------------------------------------------------*
      * Ranges are keyed as unsigned digits; a zero upper limit means
      * no upper limit, so a non-zero one may not sit below its
      * lower limit.
      *----------------------------------------------------------------*
       6300-APPLY-RANGE-RULES SECTION.

       6300-APPLY-RANGES.
           IF CMM-SEL-BALANCE-MIN NOT = SPACES
               IF CMM-SEL-BALANCE-MIN NUMERIC
                   MOVE CMM-SEL-BALANCE-MIN TO WS-EDIT-AMOUNT-R
                   MOVE WS-EDIT-AMOUNT TO CMP-SEL-BALANCE-MIN
               ELSE
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD MINIMUM BALANCE FOR: '
                       CMM-CAMPAIGN-ID
               END-IF
           END-IF
           IF CMM-SEL-BALANCE-MAX NOT = SPACES
               IF CMM-SEL-BALANCE-MAX NUMERIC
                   MOVE CMM-SEL-BALANCE-MAX TO WS-EDIT-AMOUNT-R
                   MOVE WS-EDIT-AMOUNT TO CMP-SEL-BALANCE-MAX
               ELSE
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD MAXIMUM BALANCE FOR: '
                       CMM-CAMPAIGN-ID
               END-IF
           END-IF
           IF CMM-SEL-UTIL-MIN NOT = SPACES
               IF CMM-SEL-UTIL-MIN NUMERIC
                   MOVE CMM-SEL-UTIL-MIN TO CMP-SEL-UTIL-MIN
               ELSE
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD MINIMUM UTILIZATION FOR: '
                       CMM-CAMPAIGN-ID
               END-IF
           END-IF
           IF CMM-SEL-UTIL-MAX NOT = SPACES
               IF CMM-SEL-UTIL-MAX NUMERIC
                   MOVE CMM-SEL-UTIL-MAX TO CMP-SEL-UTIL-MAX
               ELSE
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD MAXIMUM UTILIZATION FOR: '
                       CMM-CAMPAIGN-ID
               END-IF
           END-IF
           IF CMM-SEL-MONTHS-MIN NOT = SPACES
               IF CMM-SEL-MONTHS-MIN NUMERIC
                   MOVE CMM-SEL-MONTHS-MIN TO CMP-SEL-MONTHS-MIN
               ELSE
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD MINIMUM MONTHS SINCE PURCHASE FOR: '
                       CMM-CAMPAIGN-ID
               END-IF
           END-IF
           IF CMM-SEL-MONTHS-MAX NOT = SPACES
               IF CMM-SEL-MONTHS-MAX NUMERIC
                   MOVE CMM-SEL-MONTHS-MAX TO CMP-SEL-MONTHS-MAX
               ELSE
                   SET WS-INVALID TO TRUE
                   DISPLAY 'BAD MAXIMUM MONTHS SINCE PURCHASE FOR: '
                       CMM-CAMPAIGN-ID
               END-IF
           END-IF
           IF WS-VALID
               IF (CMP-SEL-BALANCE-MAX NOT = 0
                       AND CMP-SEL-BALANCE-MAX < CMP-SEL-BALANCE-MIN)
                   OR (CMP-SEL-UTIL-MAX NOT = 0
                       AND CMP-SEL-UTIL-MAX < CMP-SEL-UTIL-MIN)
                   OR (CMP-SEL-MONTHS-MAX NOT = 0
                       AND CMP-SEL-MONTHS-MAX < CMP-SEL-MONTHS-MIN)
                   SET WS-INVALID TO TRUE
                   DISPLAY 'RANGE UPPER LIMIT BELOW LOWER FOR: '
                       CMM-CAMPAIGN-ID
               END-IF
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE CAMPAIGN-MAINT-FILE
           CLOSE CAMPAIGN-FILE
           DISPLAY 'RECORDS READ:       ' WS-RECORDS-READ
           DISPLAY 'CAMPAIGNS ADDED:    ' WS-CAMPAIGNS-ADDED
           DISPLAY 'CAMPAIGNS UPDATED:  ' WS-CAMPAIGNS-UPDATED
           DISPLAY 'CAMPAIGNS DELETED:  ' WS-CAMPAIGNS-DELETED
           DISPLAY 'RECORDS ERROR:      ' WS-RECORDS-ERROR.
