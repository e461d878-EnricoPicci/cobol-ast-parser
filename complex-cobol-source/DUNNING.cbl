       PROGRAM-ID. DUNNING.
      *================================================================*
      * DUNNING LETTER EXTRACT
      * Ages every positive balance from the due date of its oldest
      * unmet statement-cycle minimum payment (current when every
      * minimum has been met), or - with no statement cycle on file -
      * from its oldest open item's due date (CUST-PAYMENT-DATE when
      * none), the same aging CUSTAGE reports, and writes a letter
      * extract per delinquent account for the print vendor: name,
      * address formatted per CUST-COUNTRY-CODE, balance, oldest-bucket
      * amount, and an escalating severity code by aging bucket.
      * Accounts with a payment on PAYMENT-HISTORY-FILE within
      * the last N days are suppressed - they already paid, don't insult
      * them. The suppression window in days is supplied the same way
      * CUSTPRGE's cutoff is - ACCEPTed FROM COMMAND-LINE - and defaults
      * to 7 days when absent. Accounts placed with the outside
      * collection agency get no letter while the agency works them,
      * and a customer whose death has been notified (DECDFILE, kept
      * by DECDINTK) gets none at all - the estate is claimed, not
      * dunned.
      * An account whose debt is time-barred in the customer's state
      * (see SOLCALC) gets the time-barred disclosure letter, severity
      * code 'T', in place of its aging-bucket letter. An account
      * reaching severity 3 that carries a guarantor also produces a
      * guarantor demand letter, severity code 'G', addressed to the
      * guarantor for the balance up to the guarantee limit.
      * Each letter's wording and date go to the vendor in the
      * customer's CUST-LANGUAGE-CODE off the message-text table
      * through MSGTXT, the guarantor demand in the borrower's; an
      * account whose language lacks any of the letter text gets no
      * letter and goes on the language exception report instead.
      * A customer REAGE has re-aged is not dunned for anything that
      * fell due on or before the re-age. The extract goes to the
      * print vendor as a manifested job (see PRTMANW), and each
      * letter is logged to correspondence history as sent to the
      * vendor until PRTRECON confirms it mailed.
      *
      * The sweep checkpoints every thousand customers (DNCKPT) and a
      * rerun after a failure resumes after the last checkpoint, the
      * way FINCHG does: the extract is cut back to the letters kept
      * at the checkpoint (DNCKWORK holds them meanwhile), the print
      * job is resumed under its original ID with the pieces past the
      * checkpoint removed, and each customer's letters logged by the
      * failed run are cleared from correspondence history before the
      * customer is dunned again - so nobody is logged or mailed the
      * same letter twice.
      *================================================================*

       ENVIRONMENT DIVISION.
               RECORD KEY IS PLN-CUST-ID
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT GUARANTOR-FILE ASSIGN TO 'GUARFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUA-CUST-ID
               FILE STATUS IS WS-GUA-STATUS.

           SELECT ALTERNATE-ADDRESS-FILE ASSIGN TO 'ALTADDR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKR-CUST-ID
               FILE STATUS IS WS-BKR-STATUS.

           SELECT DECEASED-FILE ASSIGN TO 'DECDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCD-CUST-ID
               FILE STATUS IS WS-DCD-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
                   WITH DUPLICATES
               FILE STATUS IS WS-OPI-STATUS.

           SELECT STATEMENT-DUE-FILE ASSIGN TO 'STMTDUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDU-KEY
               FILE STATUS IS WS-SDU-STATUS.

           SELECT REAGE-HISTORY-FILE ASSIGN TO 'REAGEHST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAH-KEY
               FILE STATUS IS WS-RAH-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO 'DNCKPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT CHECKPOINT-WORK-FILE ASSIGN TO 'DNCKWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKWK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  ALTERNATE-ADDRESS-FILE.
           COPY ALTADREC.

       FD  GUARANTOR-FILE.
           COPY GUARREC.

       FD  BANKRUPTCY-FILE.
           COPY BNKRREC.

       FD  DECEASED-FILE.
           COPY DECDREC.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  STATEMENT-DUE-FILE.
           COPY STMDUE.

       FD  REAGE-HISTORY-FILE.
           COPY REAGEREC.

       FD  DUNNING-EXTRACT-FILE.
       01  DUNNING-EXTRACT-RECORD.
           05  DNL-CUST-ID                 PIC 9(8).
           05  DNL-BALANCE                 PIC 9(7)V99.
           05  DNL-OLDEST-AMOUNT           PIC 9(7)V99.
           05  DNL-SEVERITY                PIC X(1).
      * Language of the letter, its date written out and the three
      * lines of letter text for the severity, in that language.
           05  DNL-LANGUAGE-CODE           PIC X(2).
           05  DNL-LETTER-DATE-TEXT        PIC X(20).
           05  DNL-LETTER-LINE OCCURS 3 TIMES
                                           PIC X(60).
           05  FILLER                      PIC X(7).

       FD  CHECKPOINT-FILE.
       01  CKPT-RECORD.
           05  CKPT-LAST-CUST-ID           PIC 9(8).
           05  CKPT-RECORDS-READ           PIC 9(7).
           05  CKPT-RUN-DATE               PIC 9(8).
           05  CKPT-RUN-TIME               PIC 9(6).
           05  CKPT-OUTPUT-COUNT           PIC 9(7).
           05  CKPT-JOB-ID                 PIC X(22).
           05  CKPT-PIECE-COUNT            PIC 9(7).
           05  CKPT-TOTAL-PAGES            PIC 9(9).
           05  CKPT-CUST-HASH              PIC 9(16).
           05  CKPT-LEVEL-1-COUNT          PIC 9(7).
           05  CKPT-LEVEL-2-COUNT          PIC 9(7).
           05  CKPT-LEVEL-3-COUNT          PIC 9(7).
           05  CKPT-SUPPRESSED-COUNT       PIC 9(7).
           05  CKPT-CONTACT-BLOCKED-COUNT  PIC 9(7).
           05  CKPT-PLAN-SUPPRESSED-COUNT  PIC 9(7).
           05  CKPT-LETTERS-WRITTEN        PIC 9(7).
           05  CKPT-CORR-LOGGED            PIC 9(7).
           05  CKPT-DISPUTED-CUST-COUNT    PIC 9(7).
           05  CKPT-ALT-APPLIED-COUNT      PIC 9(7).
           05  CKPT-GUARANTOR-DEMAND-COUNT PIC 9(7).
           05  CKPT-STAY-SUPPRESSED-COUNT  PIC 9(7).
           05  CKPT-AGENCY-SUPPRESSED-COUNT
                                           PIC 9(7).
           05  CKPT-TIME-BARRED-COUNT      PIC 9(7).
           05  CKPT-LANGUAGE-WITHHELD-COUNT
                                           PIC 9(7).
           05  CKPT-DECEASED-SUPPRESSED-COUNT
                                           PIC 9(7).

       FD  CHECKPOINT-WORK-FILE.
       01  CKWK-RECORD                     PIC X(370).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                  PIC XX.
       01  WS-NET-BALANCE                  PIC S9(9)V99 VALUE 0.
       01  WS-DISPUTED-CUST-COUNT          PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Earliest due date among the customer's collectable open
      * items, gathered on the same pass as the disputed amounts. An
      * item written before due dates were carried ages from its
      * purchase date. 99999999 means no open item was found, and
      * the account ages from CUST-PAYMENT-DATE as before.
      *----------------------------------------------------------------*
       01  WS-OLDEST-DUE-DATE              PIC 9(8) VALUE 99999999.
       01  WS-ITEM-DUE-DATE                PIC 9(8) VALUE 0.
       01  WS-AGING-FROM-DATE              PIC 9(8) VALUE 0.

      *----------------------------------------------------------------*
      * The customer's latest statement due row. When one is found,
      * its oldest unmet minimum due date decides the aging; a missing
      * statement due file leaves every account on the open-item
      * aging above.
      *----------------------------------------------------------------*
       01  WS-SDU-STATUS                   PIC XX.
           88  WS-SDU-OK                   VALUE '00'.

       01  WS-SDU-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-SDU-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-SDU-FILE-ABSENT          VALUE 'N'.

       01  WS-SDU-SCAN-FLAG                PIC X VALUE 'N'.
           88  WS-SDU-SCAN-DONE            VALUE 'Y'.
           88  WS-SDU-SCAN-ACTIVE          VALUE 'N'.

       01  WS-SDU-FOUND-FLAG               PIC X VALUE 'N'.
           88  WS-SDU-FOUND                VALUE 'Y'.
           88  WS-SDU-NOT-FOUND            VALUE 'N'.

       01  WS-UNMET-DUE-DATE               PIC 9(8) VALUE 0.

      *----------------------------------------------------------------*
      * Latest delinquency re-age on REAGEHST (see REAGE), zero when
      * the customer was never re-aged: nothing that fell due on or
      * before it ages the account any longer. A missing history
      * file means nobody has been re-aged.
      *----------------------------------------------------------------*
       01  WS-RAH-STATUS                   PIC XX.
           88  WS-RAH-OK                   VALUE '00'.

       01  WS-RAH-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-RAH-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-RAH-FILE-ABSENT          VALUE 'N'.

       01  WS-RAH-SCAN-FLAG                PIC X VALUE 'N'.
           88  WS-RAH-SCAN-DONE            VALUE 'Y'.
           88  WS-RAH-SCAN-ACTIVE          VALUE 'N'.

       01  WS-REAGE-DATE                   PIC 9(8) VALUE 0.

      * The aging date before any re-age reset: the statute of
      * limitations runs from what the customer actually owed, not
      * from our own reset.
       01  WS-UNRESET-AGING-DATE           PIC 9(8) VALUE 0.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       01  WS-RUN-MMDD                     PIC 9(4).
       01  WS-ALT-APPLIED-COUNT            PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Guarantor demand: a severity 3 letter to a guaranteed account
      * is followed by a demand to the guarantor once the guarantee
      * is in effect, for the balance or the guarantee limit,
      * whichever is less. A missing guarantor file just means no
      * account is guaranteed.
      *----------------------------------------------------------------*
       01  WS-GUA-STATUS                   PIC XX.
           88  WS-GUA-OK                   VALUE '00'.

       01  WS-GUA-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-GUA-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-GUA-FILE-ABSENT          VALUE 'N'.

       01  WS-GUARANTOR-DEMAND-COUNT       PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Bankruptcy stay: an account under an active filing is left
      * alone immediately - dunning a protected customer is the

       01  WS-STAY-SUPPRESSED-COUNT        PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Deceased customer: no letter goes to a customer whose death
      * is on file. No deceased file means no death has been
      * notified.
      *----------------------------------------------------------------*
       01  WS-DCD-STATUS                   PIC XX.
           88  WS-DCD-OK                   VALUE '00'.

       01  WS-DCD-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-DCD-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-DCD-FILE-ABSENT          VALUE 'N'.

       01  WS-DECEASED-FLAG                PIC X VALUE 'N'.
           88  WS-CUSTOMER-DECEASED        VALUE 'Y'.
           88  WS-NOT-DECEASED             VALUE 'N'.

       01  WS-DECEASED-SUPPRESSED-COUNT    PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * An account placed with the outside collection agency
      * (CUST-AGENCY-PLACED) gets its letters from the agency until
      * AGYRECAL recalls it.
      *----------------------------------------------------------------*
       01  WS-AGENCY-SUPPRESSED-COUNT      PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Statute of limitations: a delinquent account whose limitation
      * period has run since its last qualifying payment is owed the
      * time-barred disclosure, not a demand letter.
      *----------------------------------------------------------------*
       COPY SOLPARM.

       01  WS-TIME-BARRED-COUNT            PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Letter language. The text is messages 0301 through 0315 of
      * the message-text table, three lines per severity in the
      * order 1, 2, 3, T and G; the VALUEs below are the English
      * text, used when the table has no English row.
      *----------------------------------------------------------------*
       COPY MSGPARM.

       01  WS-LETTER-TEXT-VALUES.
           05  FILLER                      PIC X(60) VALUE
               'YOUR ACCOUNT IS PAST DUE.'.
           05  FILLER                      PIC X(60) VALUE
               'PLEASE SEND THE BALANCE SHOWN BY RETURN MAIL.'.
           05  FILLER                      PIC X(60) VALUE
               'IF YOU HAVE ALREADY PAID, PLEASE DISREGARD THIS.'.
           05  FILLER                      PIC X(60) VALUE
               'YOUR ACCOUNT IS NOW MORE THAN SIXTY DAYS PAST DUE.'.
           05  FILLER                      PIC X(60) VALUE
               'PAYMENT OF THE BALANCE SHOWN IS REQUIRED NOW.'.
           05  FILLER                      PIC X(60) VALUE
               'PLEASE CALL US IF YOU ARE UNABLE TO PAY IN FULL.'.
           05  FILLER                      PIC X(60) VALUE
               'YOUR ACCOUNT IS SERIOUSLY PAST DUE.'.
           05  FILLER                      PIC X(60) VALUE
               'UNLESS WE RECEIVE PAYMENT WE WILL TAKE ACTION.'.
           05  FILLER                      PIC X(60) VALUE
               'CONTACT US AT ONCE TO AVOID COLLECTION ACTION.'.
           05  FILLER                      PIC X(60) VALUE
               'THE LAW LIMITS HOW LONG YOU CAN BE SUED FOR A DEBT.'.
           05  FILLER                      PIC X(60) VALUE
               'BECAUSE OF ITS AGE WE WILL NOT SUE YOU FOR IT.'.
           05  FILLER                      PIC X(60) VALUE
               'YOU MAY STILL CHOOSE TO PAY ON THIS ACCOUNT.'.
           05  FILLER                      PIC X(60) VALUE
               'THE BORROWER YOU GUARANTEED HAS NOT PAID.'.
           05  FILLER                      PIC X(60) VALUE
               'UNDER YOUR GUARANTEE WE DEMAND THE AMOUNT SHOWN.'.
           05  FILLER                      PIC X(60) VALUE
               'PLEASE REMIT WITHIN THIRTY DAYS OF THIS LETTER.'.

       01  WS-LETTER-TEXT-TABLE REDEFINES WS-LETTER-TEXT-VALUES.
           05  WS-LETTER-ENGLISH OCCURS 15 TIMES
                                           PIC X(60).

       01  WS-LETTER-WORK.
           05  WS-LETTER-LANGUAGE          PIC X(2).
           05  WS-LETTER-DATE-TEXT         PIC X(20).
           05  WS-LETTER-LANGUAGE-FLAG     PIC X VALUE 'Y'.
               88  WS-LETTER-LANGUAGE-OK   VALUE 'Y'.
               88  WS-LETTER-LANGUAGE-MISSING
                                           VALUE 'N'.
           05  WS-LETTER-BASE              PIC 9(2).
           05  WS-LETTER-LINE-IDX          PIC 9(2).
           05  WS-LETTER-ENTRY             PIC 9(2).
           05  WS-LANGUAGE-WITHHELD-COUNT  PIC 9(7) VALUE 0.

       01  WS-TODAY-DATE                   PIC 9(8).

       01  WS-RUN-PARM                     PIC X(20) VALUE SPACES.
           05  WS-PLAN-SUPPRESSED-COUNT    PIC 9(7) VALUE 0.
           05  WS-LETTERS-WRITTEN          PIC 9(7) VALUE 0.

      *----------------------------------------------------------------*
      * Print manifest: the letter extract goes to the print vendor
      * as one job, each letter a piece on it (see PRTMANW).
      *----------------------------------------------------------------*
       COPY PMANPARM.

       01  WS-MANIFEST-FLAG                PIC X VALUE 'N'.
           88  WS-MANIFEST-OPEN            VALUE 'Y'.
           88  WS-MANIFEST-NOT-OPEN        VALUE 'N'.

      *----------------------------------------------------------------*
      * Checkpoint/restart state, as FINCHG keeps it, plus the print
      * job to resume and the failed run's start, from which its
      * correspondence rows are recognized and cleared.
      *----------------------------------------------------------------*
       01  WS-CKPT-STATUS                  PIC XX.
           88  WS-CKPT-OK                  VALUE '00'.

       01  WS-CKWK-STATUS                  PIC XX.
           88  WS-CKWK-OK                  VALUE '00'.

       01  WS-CKPT-FILE-FLAG               PIC X VALUE 'N'.
           88  WS-CKPT-FILE-AVAILABLE      VALUE 'Y'.
           88  WS-CKPT-FILE-ABSENT         VALUE 'N'.

       01  WS-CHECKPOINT-WORK.
           05  WS-CHECKPOINT-INTERVAL      PIC 9(5) VALUE 1000.
           05  WS-CKPT-QUOTIENT            PIC 9(7).
           05  WS-CKPT-REMAINDER           PIC 9(5).

       01  WS-RESTART-FLAG                 PIC X VALUE 'N'.
           88  WS-RESTARTING               VALUE 'Y'.
           88  WS-FRESH-RUN                VALUE 'N'.

       01  WS-SWEEP-COMPLETE-FLAG          PIC X VALUE 'N'.
           88  WS-SWEEP-COMPLETE           VALUE 'Y'.
           88  WS-SWEEP-INCOMPLETE         VALUE 'N'.

       01  WS-COR-SCAN-FLAG                PIC X VALUE 'N'.
           88  WS-COR-SCAN-DONE            VALUE 'Y'.
           88  WS-COR-SCAN-ACTIVE          VALUE 'N'.

       01  WS-RUN-TIME                     PIC 9(6).

       01  WS-RESTART-STATE.
           05  WS-RESTART-CUST-ID          PIC 9(8) VALUE 0.
           05  WS-RESTART-READ             PIC 9(7) VALUE 0.
           05  WS-SWEEP-READ               PIC 9(7) VALUE 0.
           05  WS-OUTPUT-KEPT              PIC 9(7) VALUE 0.
           05  WS-OUTPUT-COPIED            PIC 9(7) VALUE 0.
           05  WS-OUTPUT-DISCARDED         PIC 9(7) VALUE 0.
           05  WS-CORR-CLEARED             PIC 9(7) VALUE 0.
           05  WS-RESTART-JOB-ID           PIC X(22) VALUE SPACES.
           05  WS-RESTART-PIECE-COUNT      PIC 9(7) VALUE 0.
           05  WS-RESTART-TOTAL-PAGES      PIC 9(9) VALUE 0.
           05  WS-RESTART-CUST-HASH        PIC 9(16) VALUE 0.

       COPY RUNPARM.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-DUNNING-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1300-RESTART-SETUP
           MOVE WS-TODAY-DATE(5:4) TO WS-RUN-MMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-PARM-SUPPRESS-DAYS NUMERIC
               DISPLAY 'OPEN ITEM FILE NOT AVAILABLE, DISPUTE '
                   'EXCLUSION SKIPPED: ' WS-OPI-STATUS
           END-IF
           OPEN INPUT STATEMENT-DUE-FILE
           IF WS-SDU-OK
               SET WS-SDU-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-SDU-FILE-ABSENT TO TRUE
               DISPLAY 'STATEMENT DUE FILE NOT AVAILABLE, AGING '
                   'FROM OPEN ITEMS: ' WS-SDU-STATUS
           END-IF
           OPEN INPUT REAGE-HISTORY-FILE
           IF WS-RAH-OK
               SET WS-RAH-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-RAH-FILE-ABSENT TO TRUE
               DISPLAY 'RE-AGE HISTORY FILE NOT AVAILABLE, RE-AGE '
                   'RESETS SKIPPED: ' WS-RAH-STATUS
           END-IF
           OPEN I-O CORRESPONDENCE-FILE
           IF WS-COR-NOT-OPEN
               OPEN OUTPUT CORRESPONDENCE-FILE
               DISPLAY 'ERROR OPENING CORRESPONDENCE FILE: '
                   WS-COR-STATUS
           END-IF
           OPEN INPUT GUARANTOR-FILE
           IF WS-GUA-OK
               SET WS-GUA-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-GUA-FILE-ABSENT TO TRUE
               DISPLAY 'GUARANTOR FILE NOT AVAILABLE, GUARANTOR '
                   'DEMANDS SKIPPED: ' WS-GUA-STATUS
           END-IF
           OPEN INPUT ALTERNATE-ADDRESS-FILE
           IF WS-ALT-OK
               SET WS-ALT-FILE-AVAILABLE TO TRUE
               DISPLAY 'BANKRUPTCY FILE NOT AVAILABLE, STAY '
                   'CHECK SKIPPED: ' WS-BKR-STATUS
           END-IF
           OPEN INPUT DECEASED-FILE
           IF WS-DCD-OK
               SET WS-DCD-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-DCD-FILE-ABSENT TO TRUE
               DISPLAY 'DECEASED FILE NOT AVAILABLE, DECEASED '
                   'CHECK SKIPPED: ' WS-DCD-STATUS
           END-IF
           IF WS-RESTARTING
               PERFORM 1400-TRUNCATE-EXTRACT-FILE
           ELSE
               OPEN OUTPUT DUNNING-EXTRACT-FILE
           END-IF
           IF NOT WS-DUNN-OK
               DISPLAY 'ERROR OPENING DUNNING EXTRACT FILE: '
                   WS-DUNN-STATUS
               SET WS-EOF TO TRUE
           ELSE
               IF WS-RESTART-JOB-ID = SPACES
                   PERFORM 8300-OPEN-MANIFEST-JOB
               ELSE
                   IF NOT WS-EOF
                       PERFORM 8500-RESUME-MANIFEST-JOB
                   END-IF
               END-IF
           END-IF
           IF NOT WS-EOF
               PERFORM 1500-REGISTER-RUN
               PERFORM 1600-POSITION-CUSTOMER-FILE
               IF WS-EOF
                   SET WS-SWEEP-COMPLETE TO TRUE
               END-IF
           END-IF.

       1300-RESTART-SETUP SECTION.

      *----------------------------------------------------------------*
      * The last checkpoint on file, if any, is the restart point;
      * the run letters as of the original run's date and keeps its
      * start time to know the failed run's correspondence by.
      *----------------------------------------------------------------*
       1300-RESTART.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-OK
               PERFORM 1310-READ-CHECKPOINT UNTIL NOT WS-CKPT-OK
               CLOSE CHECKPOINT-FILE
           END-IF
           OPEN EXTEND CHECKPOINT-FILE
           IF NOT WS-CKPT-OK
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF
           IF WS-CKPT-OK
               SET WS-CKPT-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-CKPT-FILE-ABSENT TO TRUE
               DISPLAY 'CHECKPOINT FILE NOT AVAILABLE, RUN IS NOT '
                   'RESTARTABLE: ' WS-CKPT-STATUS
           END-IF
           IF WS-RESTARTING
               DISPLAY 'RESTARTING DUNNING RUN OF ' WS-TODAY-DATE
                   ' AFTER CUSTOMER ' WS-RESTART-CUST-ID
           END-IF.

       1310-READ-CHECKPOINT SECTION.

       1310-READ-CKPT.
           READ CHECKPOINT-FILE
               NOT AT END
                   SET WS-RESTARTING TO TRUE
                   MOVE CKPT-LAST-CUST-ID TO WS-RESTART-CUST-ID
                   MOVE CKPT-RECORDS-READ TO WS-RESTART-READ
                   MOVE CKPT-RUN-DATE TO WS-TODAY-DATE
                   MOVE CKPT-RUN-TIME TO WS-RUN-TIME
                   MOVE CKPT-OUTPUT-COUNT TO WS-OUTPUT-KEPT
                   MOVE CKPT-JOB-ID TO WS-RESTART-JOB-ID
                   MOVE CKPT-PIECE-COUNT TO WS-RESTART-PIECE-COUNT
                   MOVE CKPT-TOTAL-PAGES TO WS-RESTART-TOTAL-PAGES
                   MOVE CKPT-CUST-HASH TO WS-RESTART-CUST-HASH
                   MOVE CKPT-LEVEL-1-COUNT TO WS-LEVEL-1-COUNT
                   MOVE CKPT-LEVEL-2-COUNT TO WS-LEVEL-2-COUNT
                   MOVE CKPT-LEVEL-3-COUNT TO WS-LEVEL-3-COUNT
                   MOVE CKPT-SUPPRESSED-COUNT TO WS-SUPPRESSED-COUNT
                   MOVE CKPT-CONTACT-BLOCKED-COUNT TO
                       WS-CONTACT-BLOCKED-COUNT
                   MOVE CKPT-PLAN-SUPPRESSED-COUNT TO
                       WS-PLAN-SUPPRESSED-COUNT
                   MOVE CKPT-LETTERS-WRITTEN TO WS-LETTERS-WRITTEN
                   MOVE CKPT-CORR-LOGGED TO WS-CORR-LOGGED
                   MOVE CKPT-DISPUTED-CUST-COUNT TO
                       WS-DISPUTED-CUST-COUNT
                   MOVE CKPT-ALT-APPLIED-COUNT TO WS-ALT-APPLIED-COUNT
                   MOVE CKPT-GUARANTOR-DEMAND-COUNT TO
                       WS-GUARANTOR-DEMAND-COUNT
                   MOVE CKPT-STAY-SUPPRESSED-COUNT TO
                       WS-STAY-SUPPRESSED-COUNT
                   MOVE CKPT-AGENCY-SUPPRESSED-COUNT TO
                       WS-AGENCY-SUPPRESSED-COUNT
                   MOVE CKPT-TIME-BARRED-COUNT TO WS-TIME-BARRED-COUNT
                   MOVE CKPT-LANGUAGE-WITHHELD-COUNT TO
                       WS-LANGUAGE-WITHHELD-COUNT
                   MOVE CKPT-DECEASED-SUPPRESSED-COUNT TO
                       WS-DECEASED-SUPPRESSED-COUNT
           END-READ.

       1400-TRUNCATE-EXTRACT-FILE SECTION.

      *----------------------------------------------------------------*
      * The letters kept at the checkpoint are copied aside and the
      * extract rewritten with them alone, left open after them.
      *----------------------------------------------------------------*
       1400-TRUNCATE.
           MOVE 0 TO WS-OUTPUT-COPIED
           MOVE 0 TO WS-OUTPUT-DISCARDED
           OPEN INPUT DUNNING-EXTRACT-FILE
           OPEN OUTPUT CHECKPOINT-WORK-FILE
           IF NOT WS-DUNN-OK OR NOT WS-CKWK-OK
               DISPLAY 'ERROR OPENING DUNNING EXTRACT FOR RESTART: '
                   WS-DUNN-STATUS ' ' WS-CKWK-STATUS
               SET WS-EOF TO TRUE
           ELSE
               PERFORM 1410-SAVE-KEPT-RECORD UNTIL NOT WS-DUNN-OK
               CLOSE DUNNING-EXTRACT-FILE
               CLOSE CHECKPOINT-WORK-FILE
               IF WS-OUTPUT-COPIED < WS-OUTPUT-KEPT
                   DISPLAY 'DUNNING EXTRACT HOLDS ' WS-OUTPUT-COPIED
                       ' OF ' WS-OUTPUT-KEPT ' CHECKPOINTED RECORDS, '
                       'RUN CANNOT RESUME'
                   SET WS-EOF TO TRUE
               ELSE
                   OPEN INPUT CHECKPOINT-WORK-FILE
                   OPEN OUTPUT DUNNING-EXTRACT-FILE
                   PERFORM 1420-RESTORE-KEPT-RECORD
                       UNTIL NOT WS-CKWK-OK
                   CLOSE CHECKPOINT-WORK-FILE
                   DISPLAY 'DUNNING EXTRACT CUT BACK TO '
                       WS-OUTPUT-KEPT ' LETTERS, '
                       WS-OUTPUT-DISCARDED ' DISCARDED'
               END-IF
           END-IF.

       1410-SAVE-KEPT-RECORD SECTION.

       1410-SAVE-KEPT.
           READ DUNNING-EXTRACT-FILE
               NOT AT END
                   IF WS-OUTPUT-COPIED < WS-OUTPUT-KEPT
                       WRITE CKWK-RECORD FROM DUNNING-EXTRACT-RECORD
                       ADD 1 TO WS-OUTPUT-COPIED
                   ELSE
                       ADD 1 TO WS-OUTPUT-DISCARDED
                   END-IF
           END-READ.

       1420-RESTORE-KEPT-RECORD SECTION.

       1420-RESTORE-KEPT.
           READ CHECKPOINT-WORK-FILE
               NOT AT END
                   WRITE DUNNING-EXTRACT-RECORD FROM CKWK-RECORD
           END-READ.

       1500-REGISTER-RUN SECTION.

       1500-REGISTER.
           MOVE 'DUNNING' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           IF WS-RESTARTING
               SET RC-FN-RESUME-STEP TO TRUE
               MOVE WS-RESTART-CUST-ID TO RC-RESTART-KEY
               MOVE WS-RESTART-READ TO RC-RECORD-COUNT
               MOVE WS-OUTPUT-KEPT TO RC-OUTPUT-COUNT
               MOVE WS-OUTPUT-DISCARDED TO RC-DISCARDED-COUNT
           ELSE
               SET RC-FN-START-STEP TO TRUE
           END-IF
           CALL 'RUNCTL' USING RUNCTL-PARMS.

       1600-POSITION-CUSTOMER-FILE SECTION.

       1600-POSITION.
           MOVE 0 TO WS-SWEEP-READ
           IF WS-RESTARTING
               MOVE WS-RESTART-READ TO WS-SWEEP-READ
               MOVE WS-RESTART-CUST-ID TO CUST-ID OF CUSTOMER-RECORD
               MOVE HIGH-VALUES TO CUST-TYPE OF CUSTOMER-RECORD
               START CUSTOMER-FILE
                   KEY IS GREATER THAN CUST-KEY OF CUSTOMER-RECORD
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
           END-IF.

       2000-PROCESS-CUSTOMER SECTION.
           READ CUSTOMER-FILE INTO WS-WORK-CUSTOMER
               AT END
                   SET WS-EOF TO TRUE
                   SET WS-SWEEP-COMPLETE TO TRUE
               NOT AT END
                   IF WS-RESTARTING
                       PERFORM 8600-CLEAR-PRIOR-LETTERS
                   END-IF
                   PERFORM 3850-READ-REAGE-HISTORY
                   PERFORM 3500-SUM-DISPUTED-ITEMS
                   COMPUTE WS-NET-BALANCE =
                       CUST-BALANCE OF WS-WORK-CUSTOMER
                   IF WS-NET-BALANCE > 0
                       PERFORM 3000-EVALUATE-DELINQUENCY
                   END-IF
                   PERFORM 7000-TAKE-CHECKPOINT
           END-READ.

       3000-EVALUATE-DELINQUENCY SECTION.

      *----------------------------------------------------------------*
      * Aging runs from the due date of the oldest statement-cycle
      * minimum the customer has not met; a customer whose latest
      * cycle shows every minimum met is current. With no statement
      * cycle on file, aging runs from the due date of the oldest open
      * item, or from CUST-PAYMENT-DATE when no open item is on file. A
      * customer with none of these ages as over ninety days, the same
      * way CUSTAGE buckets them. Accounts inside thirty days are
      * current and get no letter. Anything due on or before the
      * customer's latest re-age no longer counts: open items due by
      * then are passed over, and an aging date on or before it moves
      * up to the later of the re-age and the last payment.
      *----------------------------------------------------------------*
       3000-EVALUATE.
           PERFORM 3800-READ-STATEMENT-DUE
           IF WS-SDU-FOUND
               MOVE WS-UNMET-DUE-DATE TO WS-AGING-FROM-DATE
           ELSE
               IF WS-OLDEST-DUE-DATE < 99999999
                   MOVE WS-OLDEST-DUE-DATE TO WS-AGING-FROM-DATE
               ELSE
                   MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER
                       TO WS-AGING-FROM-DATE
               END-IF
           END-IF
           MOVE WS-AGING-FROM-DATE TO WS-UNRESET-AGING-DATE
           IF NOT (WS-SDU-FOUND AND WS-AGING-FROM-DATE = 0)
               PERFORM 3870-APPLY-REAGE-RESET
           END-IF
           EVALUATE TRUE
               WHEN WS-SDU-FOUND AND WS-AGING-FROM-DATE = 0
                   MOVE 0 TO WS-DAYS-PAST-DUE
               WHEN WS-AGING-FROM-DATE = 0
                   MOVE 999 TO WS-DAYS-PAST-DUE
               WHEN OTHER
                   SET DU-FN-DAYS-BETWEEN TO TRUE
                   MOVE WS-AGING-FROM-DATE TO DU-DATE-1
                   MOVE WS-TODAY-DATE TO DU-DATE-2
                   CALL 'DATEUTIL' USING DATEUTIL-PARMS
                   MOVE DU-DAYS-COUNT TO WS-DAYS-PAST-DUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE SPACE TO WS-SEVERITY-LEVEL
           IF WS-SEVERITY-LEVEL NOT = SPACE
               PERFORM 3200-CHECK-PAYMENT-PLAN
               PERFORM 3700-CHECK-BANKRUPTCY-STAY
               PERFORM 3750-CHECK-DECEASED
               EVALUATE TRUE
                   WHEN WS-STAY-IN-FORCE
                       ADD 1 TO WS-STAY-SUPPRESSED-COUNT
                   WHEN WS-CUSTOMER-DECEASED
                       ADD 1 TO WS-DECEASED-SUPPRESSED-COUNT
                   WHEN CUST-PLACED-WITH-AGENCY OF WS-WORK-CUSTOMER
                       ADD 1 TO WS-AGENCY-SUPPRESSED-COUNT
                   WHEN WS-PLAN-SUPPRESSED
                       ADD 1 TO WS-PLAN-SUPPRESSED-COUNT
                   WHEN CUST-MAIL-BLOCKED OF WS-WORK-CUSTOMER
                       IF WS-RECENT-PAYMENT
                           ADD 1 TO WS-SUPPRESSED-COUNT
                       ELSE
                           PERFORM 3800-CHECK-TIME-BARRED
                           PERFORM 3600-APPLY-SEASONAL-ADDRESS
                           PERFORM 3900-CHECK-LETTER-LANGUAGE
                           IF WS-LETTER-LANGUAGE-OK
                               PERFORM 4000-WRITE-LETTER-EXTRACT
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       3500-SUM-DISPUTED.
           MOVE 0 TO WS-DISPUTED-AMOUNT
           MOVE 99999999 TO WS-OLDEST-DUE-DATE
           IF WS-OPI-FILE-ABSENT
               CONTINUE
           ELSE
                           ADD OPI-OPEN-AMOUNT TO
                               WS-DISPUTED-AMOUNT
                       END-IF
                       IF OPI-OPEN AND OPI-OPEN-AMOUNT > 0
                           PERFORM 3520-NOTE-ITEM-DUE-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3520-NOTE-ITEM-DUE-DATE SECTION.

       3520-NOTE-DUE.
           IF OPI-DUE-DATE NUMERIC AND OPI-DUE-DATE > 0
               MOVE OPI-DUE-DATE TO WS-ITEM-DUE-DATE
           ELSE
               MOVE OPI-TRAN-DATE TO WS-ITEM-DUE-DATE
           END-IF
           IF WS-ITEM-DUE-DATE > WS-REAGE-DATE
               AND WS-ITEM-DUE-DATE < WS-OLDEST-DUE-DATE
               MOVE WS-ITEM-DUE-DATE TO WS-OLDEST-DUE-DATE
           END-IF.

      *----------------------------------------------------------------*
      * Latest statement due row for the customer: rows are keyed by
      * customer then statement date, so the last row read before the
      * customer changes is the most recent cycle.
      *----------------------------------------------------------------*
       3800-READ-STATEMENT-DUE SECTION.

       3800-READ-STMT-DUE.
           SET WS-SDU-NOT-FOUND TO TRUE
           MOVE 0 TO WS-UNMET-DUE-DATE
           IF WS-SDU-FILE-AVAILABLE
               SET WS-SDU-SCAN-ACTIVE TO TRUE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO SDU-CUST-ID
               MOVE 0 TO SDU-STMT-DATE
               START STATEMENT-DUE-FILE KEY IS NOT LESS THAN SDU-KEY
                   INVALID KEY
                       SET WS-SDU-SCAN-DONE TO TRUE
               END-START
               PERFORM 3810-SCAN-ONE-DUE-ROW
                   UNTIL WS-SDU-SCAN-DONE
           END-IF.

       3810-SCAN-ONE-DUE-ROW SECTION.

       3810-SCAN-DUE.
           READ STATEMENT-DUE-FILE NEXT RECORD
               AT END
                   SET WS-SDU-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SDU-SCAN-DONE
               IF NOT WS-SDU-OK
                   OR SDU-CUST-ID NOT = CUST-ID OF WS-WORK-CUSTOMER
                   SET WS-SDU-SCAN-DONE TO TRUE
               ELSE
                   SET WS-SDU-FOUND TO TRUE
                   MOVE SDU-OLDEST-UNMET-DUE-DATE TO WS-UNMET-DUE-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Latest re-age row for the customer: rows are keyed by
      * customer then re-age date, so the last row read before the
      * customer changes is the most recent re-age.
      *----------------------------------------------------------------*
       3850-READ-REAGE-HISTORY SECTION.

       3850-READ-REAGE.
           MOVE 0 TO WS-REAGE-DATE
           IF WS-RAH-FILE-AVAILABLE
               SET WS-RAH-SCAN-ACTIVE TO TRUE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO RAH-CUST-ID
               MOVE 0 TO RAH-REAGE-DATE
               START REAGE-HISTORY-FILE KEY IS NOT LESS THAN RAH-KEY
                   INVALID KEY
                       SET WS-RAH-SCAN-DONE TO TRUE
               END-START
               PERFORM 3860-SCAN-ONE-REAGE
                   UNTIL WS-RAH-SCAN-DONE
           END-IF.

       3860-SCAN-ONE-REAGE SECTION.

       3860-SCAN-REAGE.
           READ REAGE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-RAH-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-RAH-SCAN-DONE
               IF NOT WS-RAH-OK
                   OR RAH-CUST-ID NOT = CUST-ID OF WS-WORK-CUSTOMER
                   SET WS-RAH-SCAN-DONE TO TRUE
               ELSE
                   MOVE RAH-REAGE-DATE TO WS-REAGE-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * An aging date on or before the customer's latest re-age was
      * reset to current by it; the account ages instead from the
      * later of the re-age and its last payment.
      *----------------------------------------------------------------*
       3870-APPLY-REAGE-RESET SECTION.

       3870-APPLY-RESET.
           IF WS-REAGE-DATE > 0
               AND WS-AGING-FROM-DATE NOT > WS-REAGE-DATE
               IF CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER > WS-REAGE-DATE
                   MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER
                       TO WS-AGING-FROM-DATE
               ELSE
                   MOVE WS-REAGE-DATE TO WS-AGING-FROM-DATE
               END-IF
           END-IF.

       3600-APPLY-SEASONAL-ADDRESS SECTION.

      *----------------------------------------------------------------*
               END-IF
           END-IF.

       3750-CHECK-DECEASED SECTION.

       3750-CHECK-DCD.
           SET WS-NOT-DECEASED TO TRUE
           IF WS-DCD-FILE-AVAILABLE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO DCD-CUST-ID
               READ DECEASED-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-DCD-OK AND DCD-DECEASED
                   SET WS-CUSTOMER-DECEASED TO TRUE
               END-IF
           END-IF.

       3800-CHECK-TIME-BARRED SECTION.

      *----------------------------------------------------------------*
      * A customer with no payment on history counts from
      * CUST-PAYMENT-DATE, or from the aging date when that is zero.
      *----------------------------------------------------------------*
       3800-CHECK-BARRED.
           SET SL-FN-CHECK TO TRUE
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO SL-CUST-ID
           MOVE CUST-COUNTRY-CODE OF WS-WORK-CUSTOMER TO
               SL-COUNTRY-CODE
           MOVE CUST-STATE OF WS-WORK-CUSTOMER TO SL-STATE
           IF CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER > 0
               MOVE CUST-PAYMENT-DATE OF WS-WORK-CUSTOMER TO
                   SL-FALLBACK-DATE
           ELSE
               MOVE WS-UNRESET-AGING-DATE TO SL-FALLBACK-DATE
           END-IF
           MOVE WS-TODAY-DATE TO SL-AS-OF-DATE
           CALL 'SOLCALC' USING SOLCALC-PARMS
           IF SL-TIME-BARRED
               MOVE 'T' TO WS-SEVERITY-LEVEL
           END-IF.

       3900-CHECK-LETTER-LANGUAGE SECTION.

      *----------------------------------------------------------------*
      * The letter goes in the customer's language (spaces are
      * English) or not at all: MSGTXT checks every letter line and
      * month name is on file in it and reports the customer when
      * not. The letter date is written out here for the extract.
      *----------------------------------------------------------------*
       3900-CHECK-LANGUAGE.
           MOVE CUST-LANGUAGE-CODE OF WS-WORK-CUSTOMER TO
               WS-LETTER-LANGUAGE
           IF WS-LETTER-LANGUAGE = SPACES
               MOVE 'EN' TO WS-LETTER-LANGUAGE
           END-IF
           SET MT-FN-DOCUMENT TO TRUE
           MOVE WS-LETTER-LANGUAGE TO MT-LANGUAGE-CODE
           MOVE 03 TO MT-DOCUMENT-GROUP
           MOVE 15 TO MT-MESSAGE-COUNT
           MOVE 'DUNNING' TO MT-PROGRAM-NAME
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO MT-CUST-ID
           CALL 'MSGTXT' USING MSGTXT-PARMS
           IF MT-FOUND
               SET WS-LETTER-LANGUAGE-OK TO TRUE
               SET MT-FN-DATE TO TRUE
               MOVE WS-TODAY-DATE TO MT-DATE
               CALL 'MSGTXT' USING MSGTXT-PARMS
               MOVE MT-TEXT TO WS-LETTER-DATE-TEXT
           ELSE
               SET WS-LETTER-LANGUAGE-MISSING TO TRUE
               ADD 1 TO WS-LANGUAGE-WITHHELD-COUNT
           END-IF.

       3910-SET-LETTER-TEXT SECTION.

      *----------------------------------------------------------------*
      * The three lines for DNL-SEVERITY, in the letter language.
      *----------------------------------------------------------------*
       3910-SET-TEXT.
           MOVE WS-LETTER-LANGUAGE TO DNL-LANGUAGE-CODE
           MOVE WS-LETTER-DATE-TEXT TO DNL-LETTER-DATE-TEXT
           EVALUATE DNL-SEVERITY
               WHEN '1'
                   MOVE 0 TO WS-LETTER-BASE
               WHEN '2'
                   MOVE 3 TO WS-LETTER-BASE
               WHEN 'T'
                   MOVE 9 TO WS-LETTER-BASE
               WHEN 'G'
                   MOVE 12 TO WS-LETTER-BASE
               WHEN OTHER
                   MOVE 6 TO WS-LETTER-BASE
           END-EVALUATE
           PERFORM 3920-SET-ONE-LINE
               VARYING WS-LETTER-LINE-IDX FROM 1 BY 1
               UNTIL WS-LETTER-LINE-IDX > 3.

       3920-SET-ONE-LINE SECTION.

       3920-SET-LINE.
           COMPUTE WS-LETTER-ENTRY =
               WS-LETTER-BASE + WS-LETTER-LINE-IDX
           MOVE WS-LETTER-ENGLISH(WS-LETTER-ENTRY) TO
               DNL-LETTER-LINE(WS-LETTER-LINE-IDX)
           SET MT-FN-TEXT TO TRUE
           MOVE WS-LETTER-LANGUAGE TO MT-LANGUAGE-CODE
           COMPUTE MT-MESSAGE-NO = 300 + WS-LETTER-ENTRY
           CALL 'MSGTXT' USING MSGTXT-PARMS
           IF MT-FOUND
               MOVE MT-TEXT TO DNL-LETTER-LINE(WS-LETTER-LINE-IDX)
           END-IF.

       4000-WRITE-LETTER-EXTRACT SECTION.

      *----------------------------------------------------------------*
           MOVE WS-NET-BALANCE TO DNL-BALANCE
           MOVE WS-NET-BALANCE TO DNL-OLDEST-AMOUNT
           MOVE WS-SEVERITY-LEVEL TO DNL-SEVERITY
           PERFORM 3910-SET-LETTER-TEXT
           WRITE DUNNING-EXTRACT-RECORD
           IF WS-DUNN-OK
               ADD 1 TO WS-LETTERS-WRITTEN
               MOVE SPACES TO WS-COR-DETAIL
               MOVE WS-SEVERITY-LEVEL TO WS-COR-DETAIL(1:1)
               PERFORM 8000-LOG-CORRESPONDENCE
               PERFORM 8200-ADD-MANIFEST-PIECE
               EVALUATE WS-SEVERITY-LEVEL
                   WHEN '1'
                       ADD 1 TO WS-LEVEL-1-COUNT
                   WHEN '2'
                       ADD 1 TO WS-LEVEL-2-COUNT
                   WHEN 'T'
                       ADD 1 TO WS-TIME-BARRED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-LEVEL-3-COUNT
                       PERFORM 4100-WRITE-GUARANTOR-DEMAND
               END-EVALUATE
           ELSE
               DISPLAY 'ERROR WRITING DUNNING EXTRACT FOR: '
                   ' STATUS: ' WS-DUNN-STATUS
           END-IF.

       4100-WRITE-GUARANTOR-DEMAND SECTION.

      *----------------------------------------------------------------*
      * The demand goes to the guarantor's own address, formatted per
      * the guarantor's country the way the borrower's letter is, and
      * is logged against the borrower's account as document GD.
      *----------------------------------------------------------------*
       4100-WRITE-GUAR-DEMAND.
           IF WS-GUA-FILE-AVAILABLE
               MOVE CUST-ID OF WS-WORK-CUSTOMER TO GUA-CUST-ID
               READ GUARANTOR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-GUA-OK
                   AND GUA-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                   INITIALIZE DUNNING-EXTRACT-RECORD
                   MOVE CUST-ID OF WS-WORK-CUSTOMER TO DNL-CUST-ID
                   MOVE GUA-FULL-NAME TO DNL-NAME
                   MOVE GUA-STREET TO DNL-STREET
                   MOVE GUA-CITY TO DNL-CITY
                   MOVE GUA-STATE-PROV TO DNL-STATE-PROV
                   MOVE GUA-POSTAL TO DNL-POSTAL-CODE
                   MOVE GUA-COUNTRY TO DNL-COUNTRY-CODE
                   IF GUA-GUARANTEE-LIMIT > 0
                       AND GUA-GUARANTEE-LIMIT < WS-NET-BALANCE
                       MOVE GUA-GUARANTEE-LIMIT TO DNL-BALANCE
                   ELSE
                       MOVE WS-NET-BALANCE TO DNL-BALANCE
                   END-IF
                   MOVE WS-NET-BALANCE TO DNL-OLDEST-AMOUNT
                   MOVE 'G' TO DNL-SEVERITY
                   PERFORM 3910-SET-LETTER-TEXT
                   WRITE DUNNING-EXTRACT-RECORD
                   IF WS-DUNN-OK
                       ADD 1 TO WS-LETTERS-WRITTEN
                       ADD 1 TO WS-GUARANTOR-DEMAND-COUNT
                       MOVE 'GD' TO WS-COR-DOC-TYPE
                       MOVE 'P' TO WS-COR-CHANNEL
                       MOVE SPACES TO WS-COR-DETAIL
                       MOVE 'G' TO WS-COR-DETAIL(1:1)
                       PERFORM 8000-LOG-CORRESPONDENCE
                       PERFORM 8200-ADD-MANIFEST-PIECE
                   ELSE
                       DISPLAY 'ERROR WRITING GUARANTOR DEMAND FOR: '
                           CUST-ID OF WS-WORK-CUSTOMER
                           ' STATUS: ' WS-DUNN-STATUS
                   END-IF
               END-IF
           END-IF.

       8000-LOG-CORRESPONDENCE SECTION.

      *----------------------------------------------------------------*
           MOVE WS-COR-DOC-TYPE TO COR-DOC-TYPE
           MOVE WS-COR-CHANNEL TO COR-CHANNEL
           MOVE WS-COR-DETAIL TO COR-DETAIL
           IF COR-CHANNEL-PRINT
               SET COR-SENT-TO-VENDOR TO TRUE
           END-IF
           WRITE CORRESPONDENCE-RECORD
           PERFORM UNTIL NOT WS-COR-DUP-KEY OR COR-SEQ >= 999
               ADD 1 TO COR-SEQ
                   COR-CUST-ID ' STATUS: ' WS-COR-STATUS
           END-IF.

       7000-TAKE-CHECKPOINT SECTION.

      *----------------------------------------------------------------*
      * Taken after the customer's letters are written, logged and
      * added to the print job, so the extract, the job and the
      * correspondence history all stand at the same customer.
      *----------------------------------------------------------------*
       7000-TAKE-CKPT.
           ADD 1 TO WS-SWEEP-READ
           DIVIDE WS-SWEEP-READ BY WS-CHECKPOINT-INTERVAL
               GIVING WS-CKPT-QUOTIENT REMAINDER WS-CKPT-REMAINDER
           IF WS-CKPT-REMAINDER = 0 AND WS-CKPT-FILE-AVAILABLE
               PERFORM 7100-WRITE-CHECKPOINT
           END-IF.

       7100-WRITE-CHECKPOINT SECTION.

       7100-WRITE-CKPT.
           INITIALIZE CKPT-RECORD
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO CKPT-LAST-CUST-ID
           MOVE WS-SWEEP-READ TO CKPT-RECORDS-READ
           MOVE WS-TODAY-DATE TO CKPT-RUN-DATE
           MOVE WS-RUN-TIME TO CKPT-RUN-TIME
           MOVE WS-LETTERS-WRITTEN TO CKPT-OUTPUT-COUNT
           MOVE SPACES TO CKPT-JOB-ID
           IF WS-MANIFEST-OPEN
               MOVE PM-JOB-ID TO CKPT-JOB-ID
               MOVE PM-PIECE-COUNT TO CKPT-PIECE-COUNT
               MOVE PM-TOTAL-PAGES TO CKPT-TOTAL-PAGES
               MOVE PM-CUST-HASH TO CKPT-CUST-HASH
           END-IF
           MOVE WS-LEVEL-1-COUNT TO CKPT-LEVEL-1-COUNT
           MOVE WS-LEVEL-2-COUNT TO CKPT-LEVEL-2-COUNT
           MOVE WS-LEVEL-3-COUNT TO CKPT-LEVEL-3-COUNT
           MOVE WS-SUPPRESSED-COUNT TO CKPT-SUPPRESSED-COUNT
           MOVE WS-CONTACT-BLOCKED-COUNT TO CKPT-CONTACT-BLOCKED-COUNT
           MOVE WS-PLAN-SUPPRESSED-COUNT TO CKPT-PLAN-SUPPRESSED-COUNT
           MOVE WS-LETTERS-WRITTEN TO CKPT-LETTERS-WRITTEN
           MOVE WS-CORR-LOGGED TO CKPT-CORR-LOGGED
           MOVE WS-DISPUTED-CUST-COUNT TO CKPT-DISPUTED-CUST-COUNT
           MOVE WS-ALT-APPLIED-COUNT TO CKPT-ALT-APPLIED-COUNT
           MOVE WS-GUARANTOR-DEMAND-COUNT TO
               CKPT-GUARANTOR-DEMAND-COUNT
           MOVE WS-STAY-SUPPRESSED-COUNT TO CKPT-STAY-SUPPRESSED-COUNT
           MOVE WS-AGENCY-SUPPRESSED-COUNT TO
               CKPT-AGENCY-SUPPRESSED-COUNT
           MOVE WS-TIME-BARRED-COUNT TO CKPT-TIME-BARRED-COUNT
           MOVE WS-LANGUAGE-WITHHELD-COUNT TO
               CKPT-LANGUAGE-WITHHELD-COUNT
           MOVE WS-DECEASED-SUPPRESSED-COUNT TO
               CKPT-DECEASED-SUPPRESSED-COUNT
           WRITE CKPT-RECORD
           IF NOT WS-CKPT-OK
               DISPLAY 'ERROR WRITING CHECKPOINT AFTER: '
                   CKPT-LAST-CUST-ID ' STATUS: ' WS-CKPT-STATUS
           ELSE
               SET RC-FN-CHECKPOINT-STEP TO TRUE
               MOVE 'DUNNING' TO RC-PROGRAM-NAME
               MOVE WS-TODAY-DATE TO RC-RUN-DATE
               MOVE CKPT-LAST-CUST-ID TO RC-RESTART-KEY
               MOVE CKPT-RECORDS-READ TO RC-RECORD-COUNT
               MOVE CKPT-OUTPUT-COUNT TO RC-OUTPUT-COUNT
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.

       8200-ADD-MANIFEST-PIECE SECTION.

      *----------------------------------------------------------------*
      * Every letter is a single page; the piece points at the
      * correspondence row just logged for it.
      *----------------------------------------------------------------*
       8200-ADD-PIECE.
           IF WS-MANIFEST-OPEN
               MOVE DNL-CUST-ID TO PM-CUST-ID
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
           MOVE 'DUNNEXT' TO PM-EXTRACT-NAME
           MOVE 'DUNNING' TO PM-PROGRAM-ID
           SET PM-FN-OPEN-JOB TO TRUE
           CALL 'PRTMANW' USING PRTMANW-PARMS
           IF PM-OK
               SET WS-MANIFEST-OPEN TO TRUE
           ELSE
               DISPLAY 'PRINT MANIFEST NOT AVAILABLE, DUNNEXT GOES '
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

       8450-HOLD-MANIFEST-JOB SECTION.

       8450-HOLD-JOB.
           IF WS-MANIFEST-OPEN
               SET PM-FN-HOLD-JOB TO TRUE
               CALL 'PRTMANW' USING PRTMANW-PARMS
               SET WS-MANIFEST-NOT-OPEN TO TRUE
           END-IF.

       8500-RESUME-MANIFEST-JOB SECTION.

      *----------------------------------------------------------------*
      * The failed run's print job carries on under its own ID with
      * its totals as at the checkpoint; if it cannot be resumed the
      * rest of the extract goes without a manifest, as it would on
      * a fresh run with the manifest unavailable.
      *----------------------------------------------------------------*
       8500-RESUME-JOB.
           MOVE 'DUNNEXT' TO PM-EXTRACT-NAME
           MOVE 'DUNNING' TO PM-PROGRAM-ID
           MOVE WS-RESTART-JOB-ID TO PM-JOB-ID
           MOVE WS-RESTART-PIECE-COUNT TO PM-PIECE-COUNT
           MOVE WS-RESTART-TOTAL-PAGES TO PM-TOTAL-PAGES
           MOVE WS-RESTART-CUST-HASH TO PM-CUST-HASH
           SET PM-FN-RESUME-JOB TO TRUE
           CALL 'PRTMANW' USING PRTMANW-PARMS
           IF PM-OK
               SET WS-MANIFEST-OPEN TO TRUE
           ELSE
               DISPLAY 'PRINT JOB ' WS-RESTART-JOB-ID ' NOT RESUMED, '
                   'DUNNEXT GOES WITHOUT A MANIFEST'
           END-IF.

       8600-CLEAR-PRIOR-LETTERS SECTION.

      *----------------------------------------------------------------*
      * On a resumed run, letters and guarantor demands the failed
      * run logged for this customer - any logged since that run
      * began - are deleted before the customer is dunned again; the
      * rerun logs whatever it sends afresh.
      *----------------------------------------------------------------*
       8600-CLEAR-PRIOR.
           SET WS-COR-SCAN-ACTIVE TO TRUE
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO COR-CUST-ID
           MOVE WS-TODAY-DATE TO COR-TS-DATE
           MOVE WS-RUN-TIME TO COR-TS-TIME
           MOVE 0 TO COR-SEQ
           START CORRESPONDENCE-FILE KEY IS NOT LESS THAN COR-KEY
               INVALID KEY
                   SET WS-COR-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-COR-OK
               SET WS-COR-SCAN-DONE TO TRUE
           END-IF
           PERFORM 8610-CLEAR-ONE-LETTER UNTIL WS-COR-SCAN-DONE.

       8610-CLEAR-ONE-LETTER SECTION.

       8610-CLEAR-ONE.
           READ CORRESPONDENCE-FILE NEXT RECORD
               AT END
                   SET WS-COR-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-COR-SCAN-DONE
               IF NOT WS-COR-OK
                   OR COR-CUST-ID NOT = CUST-ID OF WS-WORK-CUSTOMER
                   SET WS-COR-SCAN-DONE TO TRUE
               ELSE
                   IF COR-DOC-DUNNING OR COR-DOC-GUARANTOR-DEM
                       DELETE CORRESPONDENCE-FILE
                       IF WS-COR-OK
                           ADD 1 TO WS-CORR-CLEARED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       9000-FINALIZE SECTION.

      *----------------------------------------------------------------*
      * Only a run that swept to the end closes its print job,
      * completes its step and clears its checkpoint; any other end
      * holds the job and keeps the checkpoint for the rerun.
      *----------------------------------------------------------------*
       9000-FINAL.
           CLOSE CUSTOMER-FILE
           CLOSE PAYMENT-HISTORY-FILE
           IF WS-OPI-FILE-AVAILABLE
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF WS-SDU-FILE-AVAILABLE
               CLOSE STATEMENT-DUE-FILE
           END-IF
           IF WS-RAH-FILE-AVAILABLE
               CLOSE REAGE-HISTORY-FILE
           END-IF
           IF WS-ALT-FILE-AVAILABLE
               CLOSE ALTERNATE-ADDRESS-FILE
           END-IF
           IF WS-GUA-FILE-AVAILABLE
               CLOSE GUARANTOR-FILE
           END-IF
           IF WS-BKR-FILE-AVAILABLE
               CLOSE BANKRUPTCY-FILE
           END-IF
           IF WS-DCD-FILE-AVAILABLE
               CLOSE DECEASED-FILE
           END-IF
           SET SL-FN-CLOSE TO TRUE
           CALL 'SOLCALC' USING SOLCALC-PARMS
           SET MT-FN-CLOSE TO TRUE
           CALL 'MSGTXT' USING MSGTXT-PARMS
           IF WS-SWEEP-COMPLETE
               PERFORM 8400-CLOSE-MANIFEST-JOB
           ELSE
               PERFORM 8450-HOLD-MANIFEST-JOB
           END-IF
           CLOSE DUNNING-EXTRACT-FILE
           CLOSE CORRESPONDENCE-FILE
           IF WS-CKPT-FILE-AVAILABLE
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-SWEEP-COMPLETE
               PERFORM 9100-COMPLETE-RUN
           ELSE
               DISPLAY 'DUNNING RUN INCOMPLETE, CHECKPOINT KEPT FOR '
                   'RESTART'
           END-IF
           DISPLAY 'LETTERS WRITTEN:       ' WS-LETTERS-WRITTEN
           DISPLAY 'CORRESPONDENCE LOGGED: ' WS-CORR-LOGGED
           IF WS-CORR-CLEARED > 0
               DISPLAY 'PRIOR RUN LETTERS CLEARED: ' WS-CORR-CLEARED
           END-IF
           IF WS-ALT-APPLIED-COUNT > 0
               DISPLAY 'SEASONAL ADDRESSES APPLIED: '
                   WS-ALT-APPLIED-COUNT
           DISPLAY 'SEVERITY 1 (31-60):    ' WS-LEVEL-1-COUNT
           DISPLAY 'SEVERITY 2 (61-90):    ' WS-LEVEL-2-COUNT
           DISPLAY 'SEVERITY 3 (OVER 90):  ' WS-LEVEL-3-COUNT
           DISPLAY 'TIME-BARRED DISCLOSURE: ' WS-TIME-BARRED-COUNT
           DISPLAY 'GUARANTOR DEMANDS:     ' WS-GUARANTOR-DEMAND-COUNT
           DISPLAY 'SUPPRESSED (RECENT PAYMENT): '
               WS-SUPPRESSED-COUNT
           DISPLAY 'SUPPRESSED (CONTACT FLAGS):  '
           IF WS-STAY-SUPPRESSED-COUNT > 0
               DISPLAY 'SUPPRESSED (BANKRUPTCY STAY): '
                   WS-STAY-SUPPRESSED-COUNT
           END-IF
           IF WS-DECEASED-SUPPRESSED-COUNT > 0
               DISPLAY 'SUPPRESSED (DECEASED):       '
                   WS-DECEASED-SUPPRESSED-COUNT
           END-IF
           IF WS-AGENCY-SUPPRESSED-COUNT > 0
               DISPLAY 'SUPPRESSED (PLACED WITH AGENCY): '
                   WS-AGENCY-SUPPRESSED-COUNT
           END-IF
           IF WS-LANGUAGE-WITHHELD-COUNT > 0
               DISPLAY 'WITHHELD (NO TRANSLATION):   '
                   WS-LANGUAGE-WITHHELD-COUNT
           END-IF.

       9100-COMPLETE-RUN SECTION.

       9100-COMPLETE.
           SET RC-FN-END-STEP TO TRUE
           MOVE 'DUNNING' TO RC-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO RC-RUN-DATE
           MOVE WS-LETTERS-WRITTEN TO RC-RECORD-COUNT
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF WS-CKPT-FILE-AVAILABLE
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
           END-IF.
