       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPSEL.
      *================================================================*
      * MARKETING CAMPAIGN SELECTION
      * Draws the contact list for one open campaign (run parm
      * positions 1-8) from the nightly customer snapshot. A customer
      * is selected when every rule on the campaign record passes -
      * customer type, branch, state, risk band, balance range,
      * utilization range and months since the latest purchase - and
      * is then excluded if they may not be marketed to: do-not-mail
      * or an undeliverable address on a print campaign, do-not-email
      * or no address on an email one, any bankruptcy filing, an
      * agency placement, a sanctions review, or an account that is
      * not active. The survivors are split by a seeded hash of the
      * customer number into the contacted group and the holdout
      * group the campaign's percentage keeps back, so a rerun draws
      * the same split. Both groups go on the member file for
      * CAMPRESP; the contacted group goes to the vendor extract and
      * is logged to correspondence history, and a print campaign's
      * extract is manifested to the print vendor (see PRTMANW). The
      * campaign is then marked selected with its counts.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CAMPAIGN-FILE ASSIGN TO 'CAMPFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CAMPAIGN-ID
               FILE STATUS IS WS-CMP-STATUS.

           SELECT CAMPAIGN-MEMBER-FILE ASSIGN TO 'CAMPMBR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMB-KEY
               FILE STATUS IS WS-CMB-STATUS.

           SELECT CAMPAIGN-EXTRACT-FILE ASSIGN TO 'CAMPEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CEX-STATUS.

           SELECT CORRESPONDENCE-FILE ASSIGN TO 'CORRHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-COR-STATUS.

           SELECT BANKRUPTCY-FILE ASSIGN TO 'BNKRFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKR-CUST-ID
               FILE STATUS IS WS-BKR-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-TRAN-ID
               ALTERNATE RECORD KEY IS OPI-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OPI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  CAMPAIGN-FILE.
           COPY CAMPREC.

       FD  CAMPAIGN-MEMBER-FILE.
           COPY CAMPMREC.

      *----------------------------------------------------------------*
      * Contact extract for the mail house or email vendor: one row
      * per contacted customer, with the address or email address
      * the channel needs and the language to print in.
      *----------------------------------------------------------------*
       FD  CAMPAIGN-EXTRACT-FILE.
       01  CAMPAIGN-EXTRACT-RECORD.
           05  CEX-CAMPAIGN-ID             PIC X(8).
           05  CEX-CUST-ID                 PIC 9(8).
           05  CEX-CHANNEL                 PIC X(1).
           05  CEX-FULL-NAME               PIC X(56).
           05  CEX-STREET                  PIC X(40).
           05  CEX-CITY                    PIC X(25).
           05  CEX-STATE                   PIC X(2).
           05  CEX-POSTAL-CODE             PIC X(9).
           05  CEX-COUNTRY-CODE            PIC X(2).
           05  CEX-EMAIL                   PIC X(50).
           05  CEX-LANGUAGE-CODE           PIC X(2).
           05  FILLER                      PIC X(17).

       FD  CORRESPONDENCE-FILE.
           COPY CORRREC.

       FD  BANKRUPTCY-FILE.
           COPY BNKRREC.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.
           88  WS-FILE-EOF                 VALUE '10'.

       01  WS-CMP-STATUS                   PIC XX.
           88  WS-CMP-OK                   VALUE '00'.

       01  WS-CMB-STATUS                   PIC XX.
           88  WS-CMB-OK                   VALUE '00'.
           88  WS-CMB-DUP-KEY              VALUE '22'.
           88  WS-CMB-NOT-OPEN             VALUE '35'.

       01  WS-CEX-STATUS                   PIC XX.
           88  WS-CEX-OK                   VALUE '00'.

       01  WS-COR-STATUS                   PIC XX.
           88  WS-COR-OK                   VALUE '00'.
           88  WS-COR-DUP-KEY              VALUE '22'.
           88  WS-COR-NOT-OPEN             VALUE '35'.

       01  WS-BKR-STATUS                   PIC XX.
           88  WS-BKR-OK                   VALUE '00'.

       01  WS-OPI-STATUS                   PIC XX.
           88  WS-OPI-OK                   VALUE '00'.

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.

       01  WS-RUN-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-CAMPAIGN-ID         PIC X(8).
           05  FILLER                      PIC X(12).

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-CAMPAIGN-FLAG            PIC X VALUE 'N'.
               88  WS-CAMPAIGN-READY       VALUE 'Y'.
               88  WS-CAMPAIGN-NOT-READY   VALUE 'N'.
           05  WS-SELECT-FLAG              PIC X VALUE 'N'.
               88  WS-CUST-SELECTED        VALUE 'Y'.
               88  WS-CUST-NOT-SELECTED    VALUE 'N'.
           05  WS-EXCLUDE-REASON           PIC X VALUE SPACE.
               88  WS-NOT-EXCLUDED         VALUE SPACE.
               88  WS-EXCL-CONTACT         VALUE 'K'.
               88  WS-EXCL-BANKRUPTCY      VALUE 'B'.
               88  WS-EXCL-AGENCY          VALUE 'A'.
               88  WS-EXCL-SANCTIONS       VALUE 'S'.
               88  WS-EXCL-STATUS          VALUE 'X'.
           05  WS-OPI-SCAN-FLAG            PIC X VALUE 'D'.
               88  WS-OPI-SCAN-ACTIVE      VALUE 'A'.
               88  WS-OPI-SCAN-DONE        VALUE 'D'.

       01  WS-BKR-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-BKR-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-BKR-FILE-ABSENT          VALUE 'N'.

       01  WS-OPI-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-OPI-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-OPI-FILE-ABSENT          VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY               PIC 9(4).
           05  WS-TODAY-MM                 PIC 9(2).
           05  WS-TODAY-DD                 PIC 9(2).

      *----------------------------------------------------------------*
      * Rule work: utilization is capped at 999 percent (a balance
      * against no limit reads as 999); months since the latest
      * purchase read 999 when the customer has no open-item history.
      *----------------------------------------------------------------*
       01  WS-RULE-WORK.
           05  WS-UTIL-PCT                 PIC S9(7).
           05  WS-MONTHS-SINCE             PIC S9(5).
           05  WS-LAST-PURCHASE-DATE       PIC 9(8).
           05  WS-LAST-PURCHASE-DATE-R
                   REDEFINES WS-LAST-PURCHASE-DATE.
               10  WS-LAST-YYYY            PIC 9(4).
               10  WS-LAST-MM              PIC 9(2).
               10  WS-LAST-DD              PIC 9(2).

      *----------------------------------------------------------------*
      * Holdout draw: the customer number offset by the seed, scaled
      * by a prime, and the two digits above the bottom three taken
      * as a bucket 00-99. Buckets under the holdout percentage are
      * kept back.
      *----------------------------------------------------------------*
       01  WS-HOLDOUT-WORK.
           05  WS-HASH-PRIME               PIC 9(4) VALUE 7919.
           05  WS-HASH-VALUE               PIC 9(13).
           05  WS-HASH-QUOTIENT            PIC 9(13).
           05  WS-HASH-BUCKET              PIC 9(2).

       01  WS-SELECT-TOTALS.
           05  WS-CUSTOMERS-READ           PIC 9(7) VALUE 0.
           05  WS-CUSTOMERS-MATCHED        PIC 9(7) VALUE 0.
           05  WS-EXCLUDED-CONTACT         PIC 9(7) VALUE 0.
           05  WS-EXCLUDED-BANKRUPTCY      PIC 9(7) VALUE 0.
           05  WS-EXCLUDED-AGENCY          PIC 9(7) VALUE 0.
           05  WS-EXCLUDED-SANCTIONS       PIC 9(7) VALUE 0.
           05  WS-EXCLUDED-STATUS          PIC 9(7) VALUE 0.
           05  WS-CONTACTED-COUNT          PIC 9(7) VALUE 0.
           05  WS-HOLDOUT-COUNT            PIC 9(7) VALUE 0.
           05  WS-CORR-LOGGED              PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Print manifest: a print campaign's extract goes to the print
      * vendor as one job, each mailer a piece on it (see PRTMANW);
      * an email campaign's goes to the email house unmanifested.
      *----------------------------------------------------------------*
       COPY PMANPARM.

       01  WS-MANIFEST-FLAG                PIC X VALUE 'N'.
           88  WS-MANIFEST-OPEN            VALUE 'Y'.
           88  WS-MANIFEST-NOT-OPEN        VALUE 'N'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-CAMPAIGN-READY
               PERFORM 2000-PROCESS-CUSTOMER UNTIL WS-EOF
               PERFORM 8500-MARK-CAMPAIGN-SELECTED
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-SELECT-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           OPEN I-O CAMPAIGN-FILE
           IF NOT WS-CMP-OK
               DISPLAY 'ERROR OPENING CAMPAIGN FILE: ' WS-CMP-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1100-READ-CAMPAIGN
           END-IF
           IF WS-CAMPAIGN-READY
               PERFORM 1200-OPEN-SELECTION-FILES
           END-IF.

       1100-READ-CAMPAIGN SECTION.

       1100-READ-CMP.
           MOVE WS-PARM-CAMPAIGN-ID TO CMP-CAMPAIGN-ID
           READ CAMPAIGN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-PARM-CAMPAIGN-ID = SPACES
                   DISPLAY 'NO CAMPAIGN ID ON RUN PARM, NOTHING '
                       'SELECTED'
               WHEN NOT WS-CMP-OK
                   DISPLAY 'CAMPAIGN NOT ON FILE: '
                       WS-PARM-CAMPAIGN-ID
               WHEN NOT CMP-OPEN
                   DISPLAY 'CAMPAIGN ALREADY SELECTED OR CANCELLED: '
                       WS-PARM-CAMPAIGN-ID
               WHEN OTHER
                   SET WS-CAMPAIGN-READY TO TRUE
           END-EVALUATE.

       1200-OPEN-SELECTION-FILES SECTION.

       1200-OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               DISPLAY 'ERROR OPENING CUSTOMER SNAPSHOT: '
                   WS-FILE-STATUS
               SET WS-CAMPAIGN-NOT-READY TO TRUE
           END-IF
           OPEN I-O CAMPAIGN-MEMBER-FILE
           IF WS-CMB-NOT-OPEN
               OPEN OUTPUT CAMPAIGN-MEMBER-FILE
               CLOSE CAMPAIGN-MEMBER-FILE
               OPEN I-O CAMPAIGN-MEMBER-FILE
           END-IF
           IF NOT WS-CMB-OK
               DISPLAY 'ERROR OPENING CAMPAIGN MEMBER FILE: '
                   WS-CMB-STATUS
               SET WS-CAMPAIGN-NOT-READY TO TRUE
           END-IF
           OPEN OUTPUT CAMPAIGN-EXTRACT-FILE
           IF NOT WS-CEX-OK
               DISPLAY 'ERROR OPENING CAMPAIGN EXTRACT: '
                   WS-CEX-STATUS
               SET WS-CAMPAIGN-NOT-READY TO TRUE
           END-IF
           OPEN I-O CORRESPONDENCE-FILE
           IF WS-COR-NOT-OPEN
               OPEN OUTPUT CORRESPONDENCE-FILE
               CLOSE CORRESPONDENCE-FILE
               OPEN I-O CORRESPONDENCE-FILE
           END-IF
           IF NOT WS-COR-OK
               DISPLAY 'ERROR OPENING CORRESPONDENCE FILE: '
                   WS-COR-STATUS
               SET WS-CAMPAIGN-NOT-READY TO TRUE
           END-IF
           OPEN INPUT BANKRUPTCY-FILE
           IF WS-BKR-OK
               SET WS-BKR-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-BKR-FILE-ABSENT TO TRUE
               DISPLAY 'BANKRUPTCY FILE NOT AVAILABLE, BANKRUPTCY '
                   'CHECK SKIPPED: ' WS-BKR-STATUS
           END-IF
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPI-OK
               SET WS-OPI-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-OPI-FILE-ABSENT TO TRUE
               DISPLAY 'OPEN ITEM FILE NOT AVAILABLE, MONTHS SINCE '
                   'PURCHASE READ AS NONE: ' WS-OPI-STATUS
           END-IF
           IF WS-CAMPAIGN-NOT-READY
               SET WS-EOF TO TRUE
           ELSE
               IF CMP-CHANNEL-PRINT
                   PERFORM 8300-OPEN-MANIFEST-JOB
               END-IF
           END-IF.

       2000-PROCESS-CUSTOMER SECTION.

       2000-PROCESS.
           READ CUSTOMER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   PERFORM 3000-APPLY-SELECTION-RULES
                   IF WS-CUST-SELECTED
                       ADD 1 TO WS-CUSTOMERS-MATCHED
                       PERFORM 4000-CHECK-EXCLUSIONS
                       IF WS-NOT-EXCLUDED
                           PERFORM 5000-ASSIGN-MEMBER
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * Cheap rules first; the open-item scan for months since the
      * latest purchase only runs for a customer still in the running
      * and only when the campaign sets a months range.
      *----------------------------------------------------------------*
       3000-APPLY-SELECTION-RULES SECTION.

       3000-APPLY-RULES.
           SET WS-CUST-SELECTED TO TRUE
           IF CMP-SEL-CUST-TYPE NOT = SPACES
               AND CUST-TYPE NOT = CMP-SEL-CUST-TYPE
               SET WS-CUST-NOT-SELECTED TO TRUE
           END-IF
           IF CMP-SEL-BRANCH-CODE NOT = SPACES
               AND CUST-BRANCH-CODE NOT = CMP-SEL-BRANCH-CODE
               SET WS-CUST-NOT-SELECTED TO TRUE
           END-IF
           IF CMP-SEL-STATE NOT = SPACES
               AND CUST-STATE NOT = CMP-SEL-STATE
               SET WS-CUST-NOT-SELECTED TO TRUE
           END-IF
           IF CMP-SEL-RISK-LOW NOT = SPACE
               AND CUST-RISK-RATING < CMP-SEL-RISK-LOW
               SET WS-CUST-NOT-SELECTED TO TRUE
           END-IF
           IF CMP-SEL-RISK-HIGH NOT = SPACE
               AND CUST-RISK-RATING > CMP-SEL-RISK-HIGH
               SET WS-CUST-NOT-SELECTED TO TRUE
           END-IF
           IF CUST-BALANCE < CMP-SEL-BALANCE-MIN
               OR (CMP-SEL-BALANCE-MAX NOT = 0
                   AND CUST-BALANCE > CMP-SEL-BALANCE-MAX)
               SET WS-CUST-NOT-SELECTED TO TRUE
           END-IF
           IF WS-CUST-SELECTED
               AND (CMP-SEL-UTIL-MIN NOT = 0
                   OR CMP-SEL-UTIL-MAX NOT = 0)
               PERFORM 3100-COMPUTE-UTILIZATION
               IF WS-UTIL-PCT < CMP-SEL-UTIL-MIN
                   OR (CMP-SEL-UTIL-MAX NOT = 0
                       AND WS-UTIL-PCT > CMP-SEL-UTIL-MAX)
                   SET WS-CUST-NOT-SELECTED TO TRUE
               END-IF
           END-IF
           IF WS-CUST-SELECTED
               AND (CMP-SEL-MONTHS-MIN NOT = 0
                   OR CMP-SEL-MONTHS-MAX NOT = 0)
               PERFORM 3200-COMPUTE-MONTHS-SINCE
               IF WS-MONTHS-SINCE < CMP-SEL-MONTHS-MIN
                   OR (CMP-SEL-MONTHS-MAX NOT = 0
                       AND WS-MONTHS-SINCE > CMP-SEL-MONTHS-MAX)
                   SET WS-CUST-NOT-SELECTED TO TRUE
               END-IF
           END-IF.

       3100-COMPUTE-UTILIZATION SECTION.

       3100-COMPUTE-UTIL.
           EVALUATE TRUE
               WHEN CUST-BALANCE NOT > 0
                   MOVE 0 TO WS-UTIL-PCT
               WHEN CUST-CREDIT-LIMIT = 0
                   MOVE 999 TO WS-UTIL-PCT
               WHEN OTHER
                   COMPUTE WS-UTIL-PCT =
                       CUST-BALANCE * 100 / CUST-CREDIT-LIMIT
                   IF WS-UTIL-PCT > 999
                       MOVE 999 TO WS-UTIL-PCT
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Whole months from the latest open item's transaction date to
      * today, a month not counting until its day comes round.
      *----------------------------------------------------------------*
       3200-COMPUTE-MONTHS-SINCE SECTION.

       3200-COMPUTE-MONTHS.
           MOVE 0 TO WS-LAST-PURCHASE-DATE
           IF WS-OPI-FILE-AVAILABLE
               SET WS-OPI-SCAN-ACTIVE TO TRUE
               MOVE CUST-ID TO OPI-CUST-ID
               START OPEN-ITEM-FILE KEY IS = OPI-CUST-ID
                   INVALID KEY
                       SET WS-OPI-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-OPI-OK
                   SET WS-OPI-SCAN-DONE TO TRUE
               END-IF
               PERFORM 3210-SCAN-ONE-OPEN-ITEM
                   UNTIL WS-OPI-SCAN-DONE
           END-IF
           IF WS-LAST-PURCHASE-DATE = 0
               MOVE 999 TO WS-MONTHS-SINCE
           ELSE
               COMPUTE WS-MONTHS-SINCE =
                   (WS-TODAY-YYYY * 12 + WS-TODAY-MM)
                   - (WS-LAST-YYYY * 12 + WS-LAST-MM)
               IF WS-TODAY-DD < WS-LAST-DD
                   SUBTRACT 1 FROM WS-MONTHS-SINCE
               END-IF
               IF WS-MONTHS-SINCE < 0
                   MOVE 0 TO WS-MONTHS-SINCE
               END-IF
               IF WS-MONTHS-SINCE > 999
                   MOVE 999 TO WS-MONTHS-SINCE
               END-IF
           END-IF.

       3210-SCAN-ONE-OPEN-ITEM SECTION.

       3210-SCAN-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-OPI-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-OPI-SCAN-DONE
               IF NOT WS-OPI-OK
                   OR OPI-CUST-ID NOT = CUST-ID
                   SET WS-OPI-SCAN-DONE TO TRUE
               ELSE
                   IF OPI-TRAN-DATE > WS-LAST-PURCHASE-DATE
                       MOVE OPI-TRAN-DATE TO WS-LAST-PURCHASE-DATE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * The contact flags that matter depend on the channel; the rest
      * keep the customer off every campaign. The first reason found
      * is the one counted.
      *----------------------------------------------------------------*
       4000-CHECK-EXCLUSIONS SECTION.

       4000-CHECK-EXCL.
           SET WS-NOT-EXCLUDED TO TRUE
           EVALUATE TRUE
               WHEN CMP-CHANNEL-PRINT
                   AND (CUST-MAIL-BLOCKED OR CUST-ADDR-BAD)
                   SET WS-EXCL-CONTACT TO TRUE
               WHEN CMP-CHANNEL-EMAIL
                   AND (CUST-EMAIL-BLOCKED OR CUST-EMAIL = SPACES)
                   SET WS-EXCL-CONTACT TO TRUE
               WHEN CUST-PLACED-WITH-AGENCY
                   SET WS-EXCL-AGENCY TO TRUE
               WHEN NOT CUST-SANCTIONS-NONE
                   SET WS-EXCL-SANCTIONS TO TRUE
               WHEN NOT CUST-STAT-ACTIVE
                   SET WS-EXCL-STATUS TO TRUE
               WHEN OTHER
                   PERFORM 4100-CHECK-BANKRUPTCY
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-EXCL-CONTACT
                   ADD 1 TO WS-EXCLUDED-CONTACT
               WHEN WS-EXCL-AGENCY
                   ADD 1 TO WS-EXCLUDED-AGENCY
               WHEN WS-EXCL-SANCTIONS
                   ADD 1 TO WS-EXCLUDED-SANCTIONS
               WHEN WS-EXCL-STATUS
                   ADD 1 TO WS-EXCLUDED-STATUS
               WHEN WS-EXCL-BANKRUPTCY
                   ADD 1 TO WS-EXCLUDED-BANKRUPTCY
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Any bankruptcy row excludes, whatever its status: a dismissed
      * or discharged filer is not marketed new credit either.
      *----------------------------------------------------------------*
       4100-CHECK-BANKRUPTCY SECTION.

       4100-CHECK-BKR.
           IF WS-BKR-FILE-AVAILABLE
               MOVE CUST-ID TO BKR-CUST-ID
               READ BANKRUPTCY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-BKR-OK
                   SET WS-EXCL-BANKRUPTCY TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * A member row already on file (a rerun after a failed run left
      * the campaign open) is rewritten; the seeded draw puts the
      * customer in the same group again.
      *----------------------------------------------------------------*
       5000-ASSIGN-MEMBER SECTION.

       5000-ASSIGN.
           PERFORM 5100-DRAW-HOLDOUT
           INITIALIZE CAMPAIGN-MEMBER-RECORD
           MOVE CMP-CAMPAIGN-ID TO CMB-CAMPAIGN-ID
           MOVE CUST-ID TO CMB-CUST-ID
           MOVE WS-TODAY-DATE TO CMB-SELECT-DATE
           MOVE CMP-CHANNEL TO CMB-CHANNEL
           IF WS-HASH-BUCKET < CMP-HOLDOUT-PCT
               SET CMB-HOLDOUT TO TRUE
           ELSE
               SET CMB-CONTACTED TO TRUE
           END-IF
           WRITE CAMPAIGN-MEMBER-RECORD
           IF WS-CMB-DUP-KEY
               REWRITE CAMPAIGN-MEMBER-RECORD
           END-IF
           IF NOT WS-CMB-OK
               DISPLAY 'ERROR WRITING CAMPAIGN MEMBER: ' CUST-ID
                   ' STATUS: ' WS-CMB-STATUS
           ELSE
               IF CMB-HOLDOUT
                   ADD 1 TO WS-HOLDOUT-COUNT
               ELSE
                   ADD 1 TO WS-CONTACTED-COUNT
                   PERFORM 6000-WRITE-CONTACT-EXTRACT
                   PERFORM 8000-LOG-CORRESPONDENCE
                   PERFORM 8200-ADD-MANIFEST-PIECE
               END-IF
           END-IF.

       5100-DRAW-HOLDOUT SECTION.

       5100-DRAW.
           COMPUTE WS-HASH-VALUE =
               (CUST-ID + CMP-HOLDOUT-SEED) * WS-HASH-PRIME
           DIVIDE WS-HASH-VALUE BY 1000 GIVING WS-HASH-QUOTIENT
           DIVIDE WS-HASH-QUOTIENT BY 100 GIVING WS-HASH-VALUE
               REMAINDER WS-HASH-BUCKET.

       6000-WRITE-CONTACT-EXTRACT SECTION.

       6000-WRITE-EXTRACT.
           INITIALIZE CAMPAIGN-EXTRACT-RECORD
           MOVE CMP-CAMPAIGN-ID TO CEX-CAMPAIGN-ID
           MOVE CUST-ID TO CEX-CUST-ID
           MOVE CMP-CHANNEL TO CEX-CHANNEL
           MOVE CUST-FULL-NAME TO CEX-FULL-NAME
           MOVE CUST-LANGUAGE-CODE TO CEX-LANGUAGE-CODE
           IF CMP-CHANNEL-EMAIL
               MOVE CUST-EMAIL TO CEX-EMAIL
           ELSE
               MOVE CUST-STREET TO CEX-STREET
               MOVE CUST-CITY TO CEX-CITY
               MOVE CUST-PROVINCE TO CEX-STATE
               MOVE CUST-POSTAL-CODE TO CEX-POSTAL-CODE
               MOVE CUST-COUNTRY-CODE TO CEX-COUNTRY-CODE
           END-IF
           WRITE CAMPAIGN-EXTRACT-RECORD
           IF NOT WS-CEX-OK
               DISPLAY 'ERROR WRITING CAMPAIGN EXTRACT: ' CUST-ID
                   ' STATUS: ' WS-CEX-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * One correspondence-history row per contact, keyed like
      * DUNNING's letters; a timestamp collision bumps the sequence
      * byte and rewrites.
      *----------------------------------------------------------------*
       8000-LOG-CORRESPONDENCE SECTION.

       8000-LOG-CORR.
           INITIALIZE CORRESPONDENCE-RECORD
           MOVE CUST-ID TO COR-CUST-ID
           ACCEPT COR-TS-DATE FROM DATE YYYYMMDD
           ACCEPT COR-TS-TIME FROM TIME
           MOVE 0 TO COR-SEQ
           SET COR-DOC-CAMPAIGN TO TRUE
           MOVE CMP-CHANNEL TO COR-CHANNEL
           MOVE CMP-CAMPAIGN-ID TO COR-DETAIL
           IF COR-CHANNEL-PRINT
               SET COR-SENT-TO-VENDOR TO TRUE
           END-IF
           WRITE CORRESPONDENCE-RECORD
           PERFORM 8100-RETRY-CORR-SEQUENCE
               UNTIL NOT WS-COR-DUP-KEY OR COR-SEQ >= 999
           IF WS-COR-OK
               ADD 1 TO WS-CORR-LOGGED
           ELSE
               DISPLAY 'ERROR LOGGING CORRESPONDENCE FOR: '
                   COR-CUST-ID ' STATUS: ' WS-COR-STATUS
           END-IF.

       8100-RETRY-CORR-SEQUENCE SECTION.

       8100-RETRY-CORR.
           ADD 1 TO COR-SEQ
           WRITE CORRESPONDENCE-RECORD.

       8200-ADD-MANIFEST-PIECE SECTION.

      *----------------------------------------------------------------*
      * A campaign mailer is a single page; the piece points at the
      * correspondence row just logged for the contact.
      *----------------------------------------------------------------*
       8200-ADD-PIECE.
           IF WS-MANIFEST-OPEN
               MOVE CUST-ID TO PM-CUST-ID
               MOVE 1 TO PM-PAGE-COUNT
               IF WS-COR-OK
                   MOVE COR-KEY TO PM-COR-KEY
               ELSE
                   MOVE ZEROS TO PM-COR-KEY
               END-IF
               SET PM-FN-ADD-PIECE TO TRUE
               CALL 'PRTMANW' USING PRTMANW-PARMS
           END-IF.

       8300-OPEN-MANIFEST-JOB SECTION.

       8300-OPEN-JOB.
           MOVE 'CAMPEXT' TO PM-EXTRACT-NAME
           MOVE 'CAMPSEL' TO PM-PROGRAM-ID
           SET PM-FN-OPEN-JOB TO TRUE
           CALL 'PRTMANW' USING PRTMANW-PARMS
           IF PM-OK
               SET WS-MANIFEST-OPEN TO TRUE
           ELSE
               DISPLAY 'PRINT MANIFEST NOT AVAILABLE, CAMPEXT GOES '
                   'WITHOUT ONE'
           END-IF.

       8400-CLOSE-MANIFEST-JOB SECTION.

       8400-CLOSE-JOB.
           IF WS-MANIFEST-OPEN
               SET PM-FN-CLOSE-JOB TO TRUE
               CALL 'PRTMANW' USING PRTMANW-PARMS
               SET WS-MANIFEST-NOT-OPEN TO TRUE
               DISPLAY 'PRINT JOB:             ' PM-JOB-ID
               DISPLAY 'PRINT JOB PIECES:      ' PM-PIECE-COUNT
               DISPLAY 'PRINT JOB PAGES:       ' PM-TOTAL-PAGES
           END-IF.

       8500-MARK-CAMPAIGN-SELECTED SECTION.

       8500-MARK-SELECTED.
           SET CMP-SELECTED TO TRUE
           MOVE WS-TODAY-DATE TO CMP-SELECTED-DATE
           MOVE WS-TODAY-DATE TO CMP-LAST-CHANGE-DATE
           MOVE WS-CONTACTED-COUNT TO CMP-CONTACT-COUNT
           MOVE WS-HOLDOUT-COUNT TO CMP-HOLDOUT-COUNT
           REWRITE CAMPAIGN-RECORD
           IF NOT WS-CMP-OK
               DISPLAY 'ERROR MARKING CAMPAIGN SELECTED: '
                   CMP-CAMPAIGN-ID ' STATUS: ' WS-CMP-STATUS
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           CLOSE CAMPAIGN-FILE
           IF WS-CAMPAIGN-READY
               CLOSE CUSTOMER-FILE
               CLOSE CAMPAIGN-MEMBER-FILE
               PERFORM 8400-CLOSE-MANIFEST-JOB
               CLOSE CAMPAIGN-EXTRACT-FILE
               CLOSE CORRESPONDENCE-FILE
               IF WS-BKR-FILE-AVAILABLE
                   CLOSE BANKRUPTCY-FILE
               END-IF
               IF WS-OPI-FILE-AVAILABLE
                   CLOSE OPEN-ITEM-FILE
               END-IF
           END-IF
           DISPLAY 'CAMPAIGN:                ' WS-PARM-CAMPAIGN-ID
           DISPLAY 'CUSTOMERS READ:          ' WS-CUSTOMERS-READ
           DISPLAY 'MATCHING SELECTION RULES:' WS-CUSTOMERS-MATCHED
           DISPLAY 'EXCLUDED CONTACT FLAGS:  ' WS-EXCLUDED-CONTACT
           DISPLAY 'EXCLUDED BANKRUPTCY:     ' WS-EXCLUDED-BANKRUPTCY
           DISPLAY 'EXCLUDED AGENCY PLACED:  ' WS-EXCLUDED-AGENCY
           DISPLAY 'EXCLUDED SANCTIONS:      ' WS-EXCLUDED-SANCTIONS
           DISPLAY 'EXCLUDED ACCOUNT STATUS: ' WS-EXCLUDED-STATUS
           DISPLAY 'CONTACTED:               ' WS-CONTACTED-COUNT
           DISPLAY 'HELD OUT:                ' WS-HOLDOUT-COUNT
           DISPLAY 'CORRESPONDENCE LOGGED:   ' WS-CORR-LOGGED.
