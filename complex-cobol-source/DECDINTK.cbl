       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECDINTK.
      *================================================================*
      * DECEASED CUSTOMER NOTIFICATION INTAKE
      * Works a customer's death the day we hear of it instead of a
      * hand-set hold nobody comes back to. Two sources feed it,
      * each optional on a given run:
      *   - the death-notification file (DECDNTF), one row per
      *     customer reported dead, with our customer ID, the name
      *     the report carries and the date of death;
      *   - the service desk's entries (DECDDESK), keyed from a
      *     certificate or a family member's call: a 'D' row records
      *     a death and, when one is named, the estate's executor,
      *     an 'E' row records or replaces the executor, and an 'R'
      *     row rescinds a notice found to be in error.
      * A recorded death goes on the deceased file (DECDFILE, see
      * copybooks/DECDREC) with the balance as it stood on the date
      * of death - today's balance less everything posted since -
      * so FINCHG, DUNNING, COLLQUE, ACHORIG and the NSF-fee path
      * all stand down on the account. An active account also goes
      * on hold with reason 'DC', journalled to AUDITFIL through
      * AUDCHAIN; the status it held before is kept on the deceased
      * row and put back, journalled the same way, if the notice is
      * rescinded. The debit mandate is expired as of yesterday and
      * an active payment plan is cancelled. CUSTFILE is taken under
      * the RUNCTL interlock the other updaters use.
      * The executor goes on the executor file (EXECFILE, see
      * copybooks/EXECREC), which readdresses the customer's mail.
      * The estate-claim extract (DECDCLM) prints the balance at the
      * date of death and the open items behind it for filing
      * against the estate, and the follow-up report (DECDFUP)
      * lists what someone has to pick up by hand: a guarantor on
      * the account, a second party named on it, any account the
      * deceased was guarantor for, and the mandate and plan of a
      * rescinded notice.
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICATION-FILE ASSIGN TO 'DECDNTF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DNF-STATUS.

           SELECT DESK-ENTRY-FILE ASSIGN TO 'DECDDESK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDE-STATUS.

           SELECT DECEASED-FILE ASSIGN TO 'DECDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCD-CUST-ID
               FILE STATUS IS WS-DCD-STATUS.

           SELECT EXECUTOR-FILE ASSIGN TO 'EXECFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CUST-ID
               FILE STATUS IS WS-EXE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-JOURNAL-FILE ASSIGN TO 'AUDITFIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-TRAN-ID
               ALTERNATE RECORD KEY IS OPI-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OPI-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO 'TRANHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRH-TRAN-ID
               FILE STATUS IS WS-TRH-STATUS.

           SELECT DEBIT-MANDATE-FILE ASSIGN TO 'MANDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MND-CUST-ID
               FILE STATUS IS WS-MND-STATUS.

           SELECT PAYMENT-PLAN-FILE ASSIGN TO 'PLANFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CUST-ID
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT GUARANTOR-FILE ASSIGN TO 'GUARFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GUA-CUST-ID
               FILE STATUS IS WS-GUA-STATUS.

           SELECT CLAIM-EXTRACT-FILE ASSIGN TO 'DECDCLM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.

           SELECT FOLLOW-UP-REPORT ASSIGN TO 'DECDFUP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * Death notification: our customer ID as the report matched
      * it, the name the report carries (checked against ours before
      * anything is applied) and the date of death.
      *----------------------------------------------------------------*
       FD  NOTIFICATION-FILE.
       01  NOTIFICATION-RECORD.
           05  DNF-CUST-ID                 PIC 9(8).
           05  DNF-LAST-NAME               PIC X(30).
           05  DNF-FIRST-NAME              PIC X(25).
           05  DNF-DEATH-DATE              PIC X(8).
           05  DNF-REFERENCE               PIC X(20).
           05  FILLER                      PIC X(9).

       FD  DESK-ENTRY-FILE.
       01  DESK-ENTRY-RECORD.
           05  DDE-ACTION                  PIC X(1).
               88  DDE-ACTION-DEATH        VALUE 'D'.
               88  DDE-ACTION-EXECUTOR     VALUE 'E'.
               88  DDE-ACTION-RESCIND      VALUE 'R'.
           05  DDE-CUST-ID                 PIC 9(8).
           05  DDE-DEATH-DATE              PIC X(8).
           05  DDE-REFERENCE               PIC X(20).
           05  DDE-EXECUTOR.
               10  DDE-EXE-NAME-DATA.
                   15  DDE-EXE-FIRST-NAME  PIC X(25).
                   15  DDE-EXE-LAST-NAME   PIC X(30).
                   15  DDE-EXE-MIDDLE-INIT PIC X(1).
               10  DDE-EXE-STREET          PIC X(40).
               10  DDE-EXE-CITY            PIC X(25).
               10  DDE-EXE-STATE-PROV      PIC X(2).
               10  DDE-EXE-POSTAL          PIC X(9).
               10  DDE-EXE-COUNTRY         PIC X(2).
               10  DDE-EXE-PHONE           PIC X(10).
               10  DDE-EXE-CAPACITY        PIC X(1).
           05  DDE-OPERATOR-ID             PIC X(8).
           05  FILLER                      PIC X(10).

       FD  DECEASED-FILE.
           COPY DECDREC.

       FD  EXECUTOR-FILE.
           COPY EXECREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  AUDIT-JOURNAL-FILE.
           COPY AUDITREC.

       FD  OPEN-ITEM-FILE.
           COPY OPENITEM.

       FD  TRANSACTION-HISTORY-FILE.
           COPY TRNHIST.

       FD  DEBIT-MANDATE-FILE.
           COPY MANDREC.

       FD  PAYMENT-PLAN-FILE.
           COPY PLANREC.

       FD  GUARANTOR-FILE.
           COPY GUARREC.

       FD  CLAIM-EXTRACT-FILE.
       01  CLAIM-LINE                      PIC X(132).

       FD  FOLLOW-UP-REPORT.
       01  FOLLOW-UP-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-DNF-STATUS                   PIC XX.
           88  WS-DNF-OK                   VALUE '00'.

       01  WS-DDE-STATUS                   PIC XX.
           88  WS-DDE-OK                   VALUE '00'.

       01  WS-DCD-STATUS                   PIC XX.
           88  WS-DCD-OK                   VALUE '00'.
           88  WS-DCD-NOT-OPEN             VALUE '35'.

       01  WS-EXE-STATUS                   PIC XX.
           88  WS-EXE-OK                   VALUE '00'.
           88  WS-EXE-NOT-OPEN             VALUE '35'.

       01  WS-FILE-STATUS                  PIC XX.
           88  WS-FILE-OK                  VALUE '00'.

       01  WS-AUDIT-STATUS                 PIC XX.
           88  WS-AUDIT-OK                 VALUE '00'.

       01  WS-OPI-STATUS                   PIC XX.
           88  WS-OPI-OK                   VALUE '00'.

       01  WS-CLM-STATUS                   PIC XX.
           88  WS-CLM-OK                   VALUE '00'.

       01  WS-FUP-STATUS                   PIC XX.
           88  WS-FUP-OK                   VALUE '00'.

      *----------------------------------------------------------------*
      * Optional files. Without transaction history the claim takes
      * today's balance as the balance at death; without the mandate,
      * plan or guarantor file nobody has one to cancel or follow up.
      *----------------------------------------------------------------*
       01  WS-TRH-STATUS                   PIC XX.
           88  WS-TRH-OK                   VALUE '00'.

       01  WS-TRH-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-TRH-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-TRH-FILE-ABSENT          VALUE 'N'.

       01  WS-MND-STATUS                   PIC XX.
           88  WS-MND-OK                   VALUE '00'.

       01  WS-MND-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-MND-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-MND-FILE-ABSENT          VALUE 'N'.

       01  WS-PLAN-STATUS                  PIC XX.
           88  WS-PLAN-OK                  VALUE '00'.

       01  WS-PLAN-FILE-FLAG               PIC X VALUE 'N'.
           88  WS-PLAN-FILE-AVAILABLE      VALUE 'Y'.
           88  WS-PLAN-FILE-ABSENT         VALUE 'N'.

       01  WS-GUA-STATUS                   PIC XX.
           88  WS-GUA-OK                   VALUE '00'.

       01  WS-GUA-FILE-FLAG                PIC X VALUE 'N'.
           88  WS-GUA-FILE-AVAILABLE       VALUE 'Y'.
           88  WS-GUA-FILE-ABSENT          VALUE 'N'.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-WORK-CUSTOMER==.

       COPY CUSTREC REPLACING ==CUSTOMER-RECORD==
                            BY ==WS-BEFORE-IMAGE==.

       COPY DATEPARM.

       COPY RUNPARM.

       COPY AUDCPARM.

      *----------------------------------------------------------------*
      * Registry interlock on CUSTFILE, registered exclusive through
      * RUNCTL's LK function before the I-O open and released at end
      * of step, the same arrangement the other updaters take.
      *----------------------------------------------------------------*
       01  WS-CUSTFILE-LOCK-FLAG           PIC X VALUE 'N'.
           88  WS-CUSTFILE-LOCKED          VALUE 'Y'.
           88  WS-CUSTFILE-NOT-LOCKED      VALUE 'N'.

       01  WS-ABORT-FLAG                   PIC X VALUE 'N'.
           88  WS-RUN-ABORTED              VALUE 'Y'.
           88  WS-RUN-CLEAN                VALUE 'N'.

      *----------------------------------------------------------------*
      * Which of the required files opened, so an aborted run still
      * closes every one it has open.
      *----------------------------------------------------------------*
       01  WS-OPEN-FLAGS.
           05  WS-DCD-OPEN-FLAG            PIC X VALUE 'N'.
               88  WS-DCD-FILE-OPEN        VALUE 'Y'.
           05  WS-EXE-OPEN-FLAG            PIC X VALUE 'N'.
               88  WS-EXE-FILE-OPEN        VALUE 'Y'.
           05  WS-CUST-OPEN-FLAG           PIC X VALUE 'N'.
               88  WS-CUST-FILE-OPEN       VALUE 'Y'.
           05  WS-AUD-OPEN-FLAG            PIC X VALUE 'N'.
               88  WS-AUD-FILE-OPEN        VALUE 'Y'.
           05  WS-OPI-OPEN-FLAG            PIC X VALUE 'N'.
               88  WS-OPI-FILE-OPEN        VALUE 'Y'.
           05  WS-CLM-OPEN-FLAG            PIC X VALUE 'N'.
               88  WS-CLM-FILE-OPEN        VALUE 'Y'.
           05  WS-FUP-OPEN-FLAG            PIC X VALUE 'N'.
               88  WS-FUP-FILE-OPEN        VALUE 'Y'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
               88  WS-NOT-EOF              VALUE 'N'.
           05  WS-CUSTOMER-FOUND-FLAG      PIC X VALUE 'N'.
               88  WS-CUSTOMER-FOUND       VALUE 'Y'.
           05  WS-ROW-FOUND-FLAG           PIC X VALUE 'N'.
               88  WS-ROW-FOUND            VALUE 'Y'.
               88  WS-ROW-NOT-FOUND        VALUE 'N'.
           05  WS-PRIOR-DEATH-FLAG         PIC X VALUE 'N'.
               88  WS-DEATH-ALREADY-KNOWN  VALUE 'Y'.
               88  WS-DEATH-NEWLY-KNOWN    VALUE 'N'.
           05  WS-SCAN-FLAG                PIC X VALUE 'N'.
               88  WS-SCAN-DONE            VALUE 'Y'.
               88  WS-SCAN-ACTIVE          VALUE 'N'.
           05  WS-EXECUTOR-FLAG            PIC X VALUE 'N'.
               88  WS-EXECUTOR-GIVEN       VALUE 'Y'.
               88  WS-NO-EXECUTOR-GIVEN    VALUE 'N'.

       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-YESTERDAY-DATE               PIC 9(8).

      *----------------------------------------------------------------*
      * Death being applied, whichever source it came from. A date
      * field that fails validation comes back zero.
      *----------------------------------------------------------------*
       01  WS-DEATH-WORK.
           05  WS-LOOKUP-CUST-ID           PIC 9(8).
           05  WS-CHECK-DATE-IN            PIC X(8).
           05  WS-CHECK-DATE-OUT           PIC 9(8).
           05  WS-NEW-DEATH-DATE           PIC 9(8).
           05  WS-NEW-SOURCE               PIC X(1).
           05  WS-NEW-REFERENCE            PIC X(20).
           05  WS-NEW-OPERATOR-ID          PIC X(8).
           05  WS-POSTED-SINCE-DEATH       PIC S9(9)V99.

       01  WS-INTAKE-TOTALS.
           05  WS-NOTICES-READ             PIC 9(7) VALUE 0.
           05  WS-DESK-ENTRIES-READ        PIC 9(7) VALUE 0.
           05  WS-DEATHS-RECORDED          PIC 9(7) VALUE 0.
           05  WS-DEATHS-ALREADY-ON-FILE   PIC 9(7) VALUE 0.
           05  WS-DEATH-DATES-CORRECTED    PIC 9(7) VALUE 0.
           05  WS-EXECUTORS-RECORDED       PIC 9(7) VALUE 0.
           05  WS-MANDATES-CANCELLED       PIC 9(7) VALUE 0.
           05  WS-PLANS-CANCELLED          PIC 9(7) VALUE 0.
           05  WS-CLAIMS-PRINTED           PIC 9(7) VALUE 0.
           05  WS-FOLLOW-UPS-LISTED        PIC 9(7) VALUE 0.
           05  WS-NOTICES-RESCINDED        PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-HELD            PIC 9(7) VALUE 0.
           05  WS-HOLDS-LIFTED             PIC 9(7) VALUE 0.
           05  WS-ROWS-ERROR               PIC 9(7) VALUE 0.

       01  WS-CLAIM-HEADING.
           05  FILLER                      PIC X(22)
               VALUE 'ESTATE CLAIM'.
           05  FILLER                      PIC X(16)
               VALUE 'DATE OF DEATH: '.
           05  WS-CLH-DEATH-DATE           PIC 9(8).
           05  FILLER                      PIC X(12)
               VALUE ' NOTIFIED: '.
           05  WS-CLH-NOTIFIED-DATE        PIC 9(8).
           05  FILLER                      PIC X(13)
               VALUE ' REFERENCE: '.
           05  WS-CLH-REFERENCE            PIC X(20).

       01  WS-CLAIM-NAME-LINE.
           05  FILLER                      PIC X(10)
               VALUE 'DECEASED: '.
           05  WS-CLN-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CLN-NAME                 PIC X(56).

       01  WS-CLAIM-EXECUTOR-LINE.
           05  FILLER                      PIC X(10)
               VALUE 'EXECUTOR: '.
           05  WS-CLE-NAME                 PIC X(56).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CLE-STREET               PIC X(40).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CLE-CITY                 PIC X(23).

       01  WS-CLAIM-ITEM-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-CLI-TRAN-ID              PIC 9(12).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CLI-TRAN-DATE            PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CLI-OPEN-AMOUNT          PIC $$$,$$$,$$9.99-.

       01  WS-CLAIM-TOTAL-LINE.
           05  FILLER                      PIC X(26)
               VALUE 'BALANCE AT DATE OF DEATH'.
           05  WS-CLT-BALANCE              PIC $$$,$$$,$$9.99-.

       01  WS-FOLLOW-UP-HEADING.
           05  FILLER                      PIC X(10)
               VALUE 'DECEASED'.
           05  FILLER                      PIC X(32)
               VALUE 'FOLLOW UP'.
           05  FILLER                      PIC X(10)
               VALUE 'ACCOUNT'.
           05  FILLER                      PIC X(56)
               VALUE 'PARTY'.

       01  WS-FOLLOW-UP-DETAIL.
           05  WS-FUD-CUST-ID              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-FUD-REASON               PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-FUD-ACCOUNT              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-FUD-PARTY                PIC X(56).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS SECTION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-CLEAN
               PERFORM 2000-APPLY-NOTIFICATIONS
               PERFORM 3000-APPLY-DESK-ENTRIES
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INITIALIZE SECTION.

       1000-INIT.
           INITIALIZE WS-FLAGS
           INITIALIZE WS-INTAKE-TOTALS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           SET DU-FN-SUB-DAYS TO TRUE
           MOVE WS-TODAY-DATE TO DU-DATE-1
           MOVE 1 TO DU-DAYS-COUNT
           CALL 'DATEUTIL' USING DATEUTIL-PARMS
           MOVE DU-RESULT-DATE TO WS-YESTERDAY-DATE
           OPEN I-O DECEASED-FILE
           IF WS-DCD-NOT-OPEN
               OPEN OUTPUT DECEASED-FILE
               CLOSE DECEASED-FILE
               OPEN I-O DECEASED-FILE
           END-IF
           IF NOT WS-DCD-OK
               DISPLAY 'ERROR OPENING DECEASED FILE: '
                   WS-DCD-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-DCD-FILE-OPEN TO TRUE
           END-IF
           OPEN I-O EXECUTOR-FILE
           IF WS-EXE-NOT-OPEN
               OPEN OUTPUT EXECUTOR-FILE
               CLOSE EXECUTOR-FILE
               OPEN I-O EXECUTOR-FILE
           END-IF
           IF NOT WS-EXE-OK
               DISPLAY 'ERROR OPENING EXECUTOR FILE: '
                   WS-EXE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-EXE-FILE-OPEN TO TRUE
           END-IF
           SET RC-FN-LOCK-FILE TO TRUE
           MOVE 'DECDINTK' TO RC-PROGRAM-NAME
           MOVE 'CUSTFILE' TO RC-LOCK-NAME
           CALL 'RUNCTL' USING RUNCTL-PARMS
           IF RC-NOT-OK
               DISPLAY 'CUSTFILE IS HELD BY ANOTHER UPDATER, '
                   'RUN REFUSED'
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-CUSTFILE-LOCKED TO TRUE
               OPEN I-O CUSTOMER-FILE
               IF NOT WS-FILE-OK
                   DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                       WS-FILE-STATUS
                   SET WS-RUN-ABORTED TO TRUE
               ELSE
                   SET WS-CUST-FILE-OPEN TO TRUE
               END-IF
           END-IF
           OPEN EXTEND AUDIT-JOURNAL-FILE
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-JOURNAL-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR OPENING AUDIT JOURNAL FILE: '
                   WS-AUDIT-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-AUD-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT OPEN-ITEM-FILE
           IF NOT WS-OPI-OK
               DISPLAY 'ERROR OPENING OPEN ITEM FILE: '
                   WS-OPI-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-OPI-FILE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT CLAIM-EXTRACT-FILE
           IF NOT WS-CLM-OK
               DISPLAY 'ERROR OPENING ESTATE CLAIM FILE: '
                   WS-CLM-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-CLM-FILE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT FOLLOW-UP-REPORT
           IF NOT WS-FUP-OK
               DISPLAY 'ERROR OPENING FOLLOW-UP REPORT: '
                   WS-FUP-STATUS
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               SET WS-FUP-FILE-OPEN TO TRUE
               WRITE FOLLOW-UP-LINE FROM WS-FOLLOW-UP-HEADING
           END-IF
           PERFORM 1100-OPEN-OPTIONAL-FILES.

       1100-OPEN-OPTIONAL-FILES SECTION.

       1100-OPEN-OPTIONAL.
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF WS-TRH-OK
               SET WS-TRH-FILE-AVAILABLE TO TRUE
               CLOSE TRANSACTION-HISTORY-FILE
           ELSE
               SET WS-TRH-FILE-ABSENT TO TRUE
               DISPLAY 'TRANSACTION HISTORY NOT AVAILABLE, CLAIMS '
                   'TAKE TODAY''S BALANCE: ' WS-TRH-STATUS
           END-IF
           OPEN I-O DEBIT-MANDATE-FILE
           IF WS-MND-OK
               SET WS-MND-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-MND-FILE-ABSENT TO TRUE
               DISPLAY 'DEBIT MANDATE FILE NOT AVAILABLE, MANDATE '
                   'CANCELLATION SKIPPED: ' WS-MND-STATUS
           END-IF
           OPEN I-O PAYMENT-PLAN-FILE
           IF WS-PLAN-OK
               SET WS-PLAN-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-PLAN-FILE-ABSENT TO TRUE
               DISPLAY 'PAYMENT PLAN FILE NOT AVAILABLE, PLAN '
                   'CANCELLATION SKIPPED: ' WS-PLAN-STATUS
           END-IF
           OPEN INPUT GUARANTOR-FILE
           IF WS-GUA-OK
               SET WS-GUA-FILE-AVAILABLE TO TRUE
           ELSE
               SET WS-GUA-FILE-ABSENT TO TRUE
               DISPLAY 'GUARANTOR FILE NOT AVAILABLE, GUARANTOR '
                   'FOLLOW-UP SKIPPED: ' WS-GUA-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * A notification is applied only when the surname it carries
      * agrees with ours; a report matched to the wrong customer
      * would otherwise shut down a living customer's account.
      *----------------------------------------------------------------*
       2000-APPLY-NOTIFICATIONS SECTION.

       2000-APPLY-NTF.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT NOTIFICATION-FILE
           IF NOT WS-DNF-OK
               DISPLAY 'NO DEATH NOTIFICATION FILE THIS RUN: '
                   WS-DNF-STATUS
           ELSE
               PERFORM 2100-APPLY-ONE-NOTIFICATION UNTIL WS-EOF
               CLOSE NOTIFICATION-FILE
           END-IF.

       2100-APPLY-ONE-NOTIFICATION SECTION.

       2100-APPLY-NOTICE.
           READ NOTIFICATION-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-NOTICES-READ
                   PERFORM 2200-EDIT-NOTIFICATION
           END-READ.

       2200-EDIT-NOTIFICATION SECTION.

       2200-EDIT-NOTICE.
           MOVE DNF-DEATH-DATE TO WS-CHECK-DATE-IN
           PERFORM 6100-CHECK-DATE
           MOVE WS-CHECK-DATE-OUT TO WS-NEW-DEATH-DATE
           MOVE DNF-CUST-ID TO WS-LOOKUP-CUST-ID
           MOVE 'N' TO WS-NEW-SOURCE
           MOVE DNF-REFERENCE TO WS-NEW-REFERENCE
           MOVE 'DECDNTF' TO WS-NEW-OPERATOR-ID
           SET WS-NO-EXECUTOR-GIVEN TO TRUE
           IF DNF-CUST-ID NUMERIC
               PERFORM 6000-FIND-CUSTOMER
           ELSE
               MOVE 'N' TO WS-CUSTOMER-FOUND-FLAG
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CUSTOMER-FOUND
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'NOTIFICATION REJECTED, CUSTOMER NOT ON '
                       'FILE: ' DNF-CUST-ID ' ' DNF-LAST-NAME
               WHEN DNF-LAST-NAME NOT =
                   CUST-LAST-NAME OF WS-WORK-CUSTOMER
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'NOTIFICATION REJECTED, NAME DISAGREES '
                       'WITH CUSTOMER: ' DNF-CUST-ID ' '
                       DNF-LAST-NAME
               WHEN WS-NEW-DEATH-DATE = 0
                   OR WS-NEW-DEATH-DATE > WS-TODAY-DATE
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'NOTIFICATION REJECTED, NO VALID DATE OF '
                       'DEATH: ' DNF-CUST-ID
               WHEN OTHER
                   PERFORM 5000-RECORD-DEATH
           END-EVALUATE.

       3000-APPLY-DESK-ENTRIES SECTION.

       3000-APPLY-DESK.
           SET WS-NOT-EOF TO TRUE
           OPEN INPUT DESK-ENTRY-FILE
           IF NOT WS-DDE-OK
               DISPLAY 'NO DECEASED DESK ENTRY FILE THIS RUN: '
                   WS-DDE-STATUS
           ELSE
               PERFORM 3100-APPLY-ONE-DESK-ENTRY UNTIL WS-EOF
               CLOSE DESK-ENTRY-FILE
           END-IF.

       3100-APPLY-ONE-DESK-ENTRY SECTION.

       3100-APPLY-ENTRY.
           READ DESK-ENTRY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DESK-ENTRIES-READ
                   PERFORM 3200-EDIT-DESK-ENTRY
           END-READ.

      *----------------------------------------------------------------*
      * Every desk entry needs the operator who took it. A death
      * needs a date no later than today; an executor needs a name
      * and a street to mail to and a death already on file, as does
      * a rescission.
      *----------------------------------------------------------------*
       3200-EDIT-DESK-ENTRY SECTION.

       3200-EDIT-ENTRY.
           MOVE DDE-DEATH-DATE TO WS-CHECK-DATE-IN
           PERFORM 6100-CHECK-DATE
           MOVE WS-CHECK-DATE-OUT TO WS-NEW-DEATH-DATE
           MOVE DDE-CUST-ID TO WS-LOOKUP-CUST-ID
           MOVE 'D' TO WS-NEW-SOURCE
           MOVE DDE-REFERENCE TO WS-NEW-REFERENCE
           MOVE DDE-OPERATOR-ID TO WS-NEW-OPERATOR-ID
           IF DDE-EXE-LAST-NAME = SPACES
               SET WS-NO-EXECUTOR-GIVEN TO TRUE
           ELSE
               SET WS-EXECUTOR-GIVEN TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN DDE-OPERATOR-ID = SPACES
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'DESK ENTRY REJECTED, NO OPERATOR: '
                       DDE-CUST-ID
               WHEN DDE-ACTION-DEATH
                   AND (WS-NEW-DEATH-DATE = 0
                       OR WS-NEW-DEATH-DATE > WS-TODAY-DATE)
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'DEATH REJECTED, NO VALID DATE OF DEATH: '
                       DDE-CUST-ID
               WHEN DDE-ACTION-DEATH
                   AND WS-EXECUTOR-GIVEN
                   AND DDE-EXE-STREET = SPACES
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'DEATH REJECTED, EXECUTOR HAS NO STREET: '
                       DDE-CUST-ID
               WHEN DDE-ACTION-DEATH
                   PERFORM 6000-FIND-CUSTOMER
                   IF WS-CUSTOMER-FOUND
                       PERFORM 5000-RECORD-DEATH
                   ELSE
                       ADD 1 TO WS-ROWS-ERROR
                       DISPLAY 'DEATH REJECTED, CUSTOMER NOT ON '
                           'FILE: ' DDE-CUST-ID
                   END-IF
               WHEN DDE-ACTION-EXECUTOR
                   AND (WS-NO-EXECUTOR-GIVEN
                       OR DDE-EXE-STREET = SPACES)
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'EXECUTOR REJECTED, NO NAME OR STREET: '
                       DDE-CUST-ID
               WHEN DDE-ACTION-EXECUTOR
                   PERFORM 4000-CHANGE-EXECUTOR
               WHEN DDE-ACTION-RESCIND
                   PERFORM 4500-RESCIND-NOTICE
               WHEN OTHER
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'INVALID DESK ENTRY ACTION: ' DDE-ACTION
                       ' FOR: ' DDE-CUST-ID
           END-EVALUATE.

       4000-CHANGE-EXECUTOR SECTION.

       4000-CHANGE-EXEC.
           PERFORM 6200-READ-DECEASED
           IF WS-ROW-NOT-FOUND OR NOT DCD-DECEASED
               ADD 1 TO WS-ROWS-ERROR
               DISPLAY 'EXECUTOR REJECTED, NO DEATH ON FILE: '
                   DDE-CUST-ID
           ELSE
               PERFORM 5700-RECORD-EXECUTOR
           END-IF.

      *----------------------------------------------------------------*
      * A notice in error lifts the stand-down from the next cycle
      * and the executor's addressing at once, and puts the account
      * back to the status it held before the death hold. The
      * mandate and plan cancelled at the notice are not put back by
      * the machine - the customer may have changed bank since - so
      * both go on the follow-up report for the desk to reinstate
      * with the customer.
      *----------------------------------------------------------------*
       4500-RESCIND-NOTICE SECTION.

       4500-RESCIND.
           PERFORM 6200-READ-DECEASED
           IF WS-ROW-NOT-FOUND OR NOT DCD-DECEASED
               ADD 1 TO WS-ROWS-ERROR
               DISPLAY 'RESCISSION REJECTED, NO DEATH ON FILE: '
                   DDE-CUST-ID
           ELSE
               SET DCD-RESCINDED TO TRUE
               MOVE WS-TODAY-DATE TO DCD-RESCIND-DATE
               MOVE DDE-OPERATOR-ID TO DCD-OPERATOR-ID
               IF DDE-REFERENCE NOT = SPACES
                   MOVE DDE-REFERENCE TO DCD-REFERENCE
               END-IF
               REWRITE DECEASED-RECORD
               IF WS-DCD-OK
                   ADD 1 TO WS-NOTICES-RESCINDED
                   PERFORM 4600-LIFT-DEATH-HOLD
                   MOVE DDE-CUST-ID TO EXE-CUST-ID
                   DELETE EXECUTOR-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE DDE-CUST-ID TO WS-FUD-CUST-ID
                   MOVE 'NOTICE RESCINDED, REINSTATE' TO
                       WS-FUD-REASON
                   MOVE SPACES TO WS-FUD-ACCOUNT
                   MOVE 'DEBIT MANDATE AND PAYMENT PLAN WITH CUSTOMER'
                       TO WS-FUD-PARTY
                   PERFORM 5690-WRITE-FOLLOW-UP
               ELSE
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'ERROR RESCINDING NOTICE FOR: '
                       DDE-CUST-ID ' STATUS: ' WS-DCD-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Only a hold this program placed is lifted. An account that
      * was not active at the death had no hold placed and is left
      * alone. One changed since by someone else - another hold
      * reason, or a status moved on by hand - is left as it stands
      * and listed for the desk.
      *----------------------------------------------------------------*
       4600-LIFT-DEATH-HOLD SECTION.

       4600-LIFT-HOLD.
           PERFORM 6000-FIND-CUSTOMER
           EVALUATE TRUE
               WHEN NOT WS-CUSTOMER-FOUND
                   DISPLAY 'NO CUSTOMER ROW TO LIFT DEATH HOLD FOR: '
                       DDE-CUST-ID
               WHEN DCD-PRIOR-ACCT-STATUS NOT = 'A'
                   AND DCD-PRIOR-ACCT-STATUS NOT = SPACE
                   CONTINUE
               WHEN CUST-STAT-HOLD OF WS-WORK-CUSTOMER
                   AND CUST-STATUS-REASON OF WS-WORK-CUSTOMER = 'DC'
                   MOVE WS-WORK-CUSTOMER TO WS-BEFORE-IMAGE
                   MOVE DCD-PRIOR-ACCT-STATUS TO
                       CUST-ACCT-STATUS OF WS-WORK-CUSTOMER
                   MOVE DCD-PRIOR-STATUS-REASON TO
                       CUST-STATUS-REASON OF WS-WORK-CUSTOMER
                   REWRITE CUSTOMER-RECORD FROM WS-WORK-CUSTOMER
                   IF WS-FILE-OK
                       ADD 1 TO WS-HOLDS-LIFTED
                       PERFORM 5160-WRITE-AUDIT-ENTRY
                   ELSE
                       ADD 1 TO WS-ROWS-ERROR
                       DISPLAY 'ERROR LIFTING DEATH HOLD FOR: '
                           DDE-CUST-ID ' STATUS: ' WS-FILE-STATUS
                   END-IF
               WHEN OTHER
                   MOVE DDE-CUST-ID TO WS-FUD-CUST-ID
                   MOVE 'HOLD CHANGED SINCE, NOT LIFTED' TO
                       WS-FUD-REASON
                   MOVE SPACES TO WS-FUD-ACCOUNT
                   MOVE 'REVIEW ACCOUNT STATUS BY HAND' TO
                       WS-FUD-PARTY
                   PERFORM 5690-WRITE-FOLLOW-UP
           END-EVALUATE.

      *----------------------------------------------------------------*
      * The first word of a death flags the account, prices the
      * balance at the date of death, cancels the mandate and plan,
      * records any executor named, prints the estate claim and
      * lists the account's relationships for follow-up. A repeat of
      * a death already on file under the same date changes nothing
      * but the executor; one under a different date corrects the
      * date and reprints the claim at the corrected balance.
      *----------------------------------------------------------------*
       5000-RECORD-DEATH SECTION.

       5000-RECORD.
           PERFORM 6200-READ-DECEASED
           IF WS-ROW-FOUND AND DCD-DECEASED
               SET WS-DEATH-ALREADY-KNOWN TO TRUE
           ELSE
               SET WS-DEATH-NEWLY-KNOWN TO TRUE
           END-IF
           IF WS-DEATH-ALREADY-KNOWN
               AND DCD-DEATH-DATE = WS-NEW-DEATH-DATE
               ADD 1 TO WS-DEATHS-ALREADY-ON-FILE
               IF WS-EXECUTOR-GIVEN
                   PERFORM 5700-RECORD-EXECUTOR
               END-IF
           ELSE
               IF WS-ROW-NOT-FOUND
                   INITIALIZE DECEASED-RECORD
                   MOVE WS-LOOKUP-CUST-ID TO DCD-CUST-ID
               END-IF
               MOVE WS-NEW-DEATH-DATE TO DCD-DEATH-DATE
               MOVE WS-TODAY-DATE TO DCD-NOTIFIED-DATE
               MOVE WS-NEW-SOURCE TO DCD-SOURCE
               MOVE WS-NEW-REFERENCE TO DCD-REFERENCE
               MOVE WS-NEW-OPERATOR-ID TO DCD-OPERATOR-ID
               IF WS-DEATH-NEWLY-KNOWN
                   MOVE CUST-ACCT-STATUS OF WS-WORK-CUSTOMER TO
                       DCD-PRIOR-ACCT-STATUS
                   MOVE CUST-STATUS-REASON OF WS-WORK-CUSTOMER TO
                       DCD-PRIOR-STATUS-REASON
               END-IF
               SET DCD-DECEASED TO TRUE
               MOVE 0 TO DCD-RESCIND-DATE
               PERFORM 5100-PRICE-BALANCE-AT-DEATH
               IF WS-ROW-FOUND
                   REWRITE DECEASED-RECORD
               ELSE
                   WRITE DECEASED-RECORD
               END-IF
               IF WS-DCD-OK
                   PERFORM 5050-APPLY-DEATH
               ELSE
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'ERROR RECORDING DEATH FOR: '
                       WS-LOOKUP-CUST-ID ' STATUS: ' WS-DCD-STATUS
               END-IF
           END-IF.

       5050-APPLY-DEATH SECTION.

       5050-APPLY.
           IF WS-DEATH-ALREADY-KNOWN
               ADD 1 TO WS-DEATH-DATES-CORRECTED
               DISPLAY 'DATE OF DEATH CORRECTED TO '
                   WS-NEW-DEATH-DATE ', CLAIM REPRINTED FOR: '
                   WS-LOOKUP-CUST-ID
           ELSE
               ADD 1 TO WS-DEATHS-RECORDED
               PERFORM 5150-HOLD-ACCOUNT
               PERFORM 5200-CANCEL-MANDATE
               PERFORM 5300-CANCEL-PLAN
           END-IF
           IF WS-EXECUTOR-GIVEN
               PERFORM 5700-RECORD-EXECUTOR
           END-IF
           PERFORM 5400-PRINT-ESTATE-CLAIM
           IF WS-DEATH-NEWLY-KNOWN
               PERFORM 5600-LIST-RELATIONSHIPS
           END-IF.

      *----------------------------------------------------------------*
      * The balance on the date of death is today's balance with
      * everything posted after that date taken back off: purchases,
      * adjustments, payment reversals and transfers in added to the
      * balance and come off it; payments, refunds and transfers out
      * took it down and go back on. A transfer's history row sits
      * under the source account and names the target, so a
      * transfer into the account is picked up by the target ID.
      *----------------------------------------------------------------*
       5100-PRICE-BALANCE-AT-DEATH SECTION.

       5100-PRICE-BALANCE.
           MOVE 0 TO WS-POSTED-SINCE-DEATH
           IF WS-TRH-FILE-AVAILABLE
               OPEN INPUT TRANSACTION-HISTORY-FILE
               IF WS-TRH-OK
                   SET WS-SCAN-ACTIVE TO TRUE
                   PERFORM 5110-NET-ONE-HISTORY-ROW
                       UNTIL WS-SCAN-DONE
                   CLOSE TRANSACTION-HISTORY-FILE
               ELSE
                   DISPLAY 'TRANSACTION HISTORY NOT AVAILABLE, CLAIM '
                       'TAKES TODAY''S BALANCE FOR: '
                       WS-LOOKUP-CUST-ID
               END-IF
           END-IF
           COMPUTE DCD-DEATH-BALANCE =
               CUST-BALANCE OF WS-WORK-CUSTOMER
               - WS-POSTED-SINCE-DEATH.

       5110-NET-ONE-HISTORY-ROW SECTION.

       5110-NET-ONE.
           READ TRANSACTION-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF TRH-CUST-ID = WS-LOOKUP-CUST-ID
                       AND TRH-TRAN-DATE > WS-NEW-DEATH-DATE
                       IF TRH-PAYMENT OR TRH-REFUND OR TRH-TRANSFER
                           SUBTRACT TRH-AMOUNT FROM
                               WS-POSTED-SINCE-DEATH
                       ELSE
                           ADD TRH-AMOUNT TO WS-POSTED-SINCE-DEATH
                       END-IF
                   END-IF
                   IF TRH-TRANSFER
                       AND TRH-XFR-TARGET-CUST-ID = WS-LOOKUP-CUST-ID
                       AND TRH-TRAN-DATE > WS-NEW-DEATH-DATE
                       ADD TRH-AMOUNT TO WS-POSTED-SINCE-DEATH
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * An active account goes on hold the way the other holds are
      * taken, reason 'DC'. Any other status - a fraud or sanctions
      * hold whose review still has to run its course, or an account
      * frozen, closed or sold - is left exactly as it stands, reason
      * and all; the deceased row stands the account down either way.
      *----------------------------------------------------------------*
       5150-HOLD-ACCOUNT SECTION.

       5150-HOLD.
           IF CUST-STAT-ACTIVE OF WS-WORK-CUSTOMER
               MOVE WS-WORK-CUSTOMER TO WS-BEFORE-IMAGE
               SET CUST-STAT-HOLD OF WS-WORK-CUSTOMER TO TRUE
               MOVE 'DC' TO CUST-STATUS-REASON OF WS-WORK-CUSTOMER
               REWRITE CUSTOMER-RECORD FROM WS-WORK-CUSTOMER
               IF WS-FILE-OK
                   ADD 1 TO WS-ACCOUNTS-HELD
                   PERFORM 5160-WRITE-AUDIT-ENTRY
               ELSE
                   ADD 1 TO WS-ROWS-ERROR
                   DISPLAY 'ERROR PLACING DEATH HOLD FOR: '
                       WS-LOOKUP-CUST-ID ' STATUS: ' WS-FILE-STATUS
               END-IF
           END-IF.

       5160-WRITE-AUDIT-ENTRY SECTION.

       5160-WRITE-AUDIT.
           SET AUD-ACTION-UPDATE TO TRUE
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TS-TIME FROM TIME
           MOVE CUST-ID OF WS-WORK-CUSTOMER TO AUD-CUST-ID
           MOVE WS-NEW-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-WORK-CUSTOMER TO AUD-AFTER-IMAGE
           MOVE 0 TO AUD-TRAN-ID
           MOVE SPACES TO AUD-APPROVER-ID
           SET AC-FN-SEAL-ENTRY TO TRUE
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY 'ERROR WRITING AUDIT RECORD FOR: '
                   CUST-ID OF WS-WORK-CUSTOMER ' STATUS: '
                   WS-AUDIT-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * The mandate is expired as of yesterday rather than deleted,
      * so the signed form stays on file for the estate's questions
      * and nothing is originated against it from today.
      *----------------------------------------------------------------*
       5200-CANCEL-MANDATE SECTION.

       5200-CANCEL-MND.
           IF WS-MND-FILE-AVAILABLE
               MOVE WS-LOOKUP-CUST-ID TO MND-CUST-ID
               READ DEBIT-MANDATE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-MND-OK
                   AND (MND-EXPIRY-DATE = 0
                       OR MND-EXPIRY-DATE > WS-YESTERDAY-DATE)
                   MOVE WS-YESTERDAY-DATE TO MND-EXPIRY-DATE
                   REWRITE DEBIT-MANDATE-RECORD
                   IF WS-MND-OK
                       ADD 1 TO WS-MANDATES-CANCELLED
                   ELSE
                       DISPLAY 'ERROR CANCELLING DEBIT MANDATE FOR: '
                           WS-LOOKUP-CUST-ID ' STATUS: '
                           WS-MND-STATUS
                   END-IF
               END-IF
           END-IF.

       5300-CANCEL-PLAN SECTION.

       5300-CANCEL-PLN.
           IF WS-PLAN-FILE-AVAILABLE
               MOVE WS-LOOKUP-CUST-ID TO PLN-CUST-ID
               READ PAYMENT-PLAN-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PLAN-OK AND PLN-ACTIVE
                   SET PLN-CANCELLED TO TRUE
                   REWRITE PAYMENT-PLAN-RECORD
                   IF WS-PLAN-OK
                       ADD 1 TO WS-PLANS-CANCELLED
                   ELSE
                       DISPLAY 'ERROR CANCELLING PAYMENT PLAN FOR: '
                           WS-LOOKUP-CUST-ID ' STATUS: '
                           WS-PLAN-STATUS
                   END-IF
               END-IF
           END-IF.

       5400-PRINT-ESTATE-CLAIM SECTION.

       5400-PRINT-CLAIM.
           MOVE DCD-DEATH-DATE TO WS-CLH-DEATH-DATE
           MOVE DCD-NOTIFIED-DATE TO WS-CLH-NOTIFIED-DATE
           MOVE DCD-REFERENCE TO WS-CLH-REFERENCE
           WRITE CLAIM-LINE FROM WS-CLAIM-HEADING
           MOVE WS-LOOKUP-CUST-ID TO WS-CLN-CUST-ID
           MOVE CUST-FULL-NAME OF WS-WORK-CUSTOMER TO WS-CLN-NAME
           WRITE CLAIM-LINE FROM WS-CLAIM-NAME-LINE
           MOVE WS-LOOKUP-CUST-ID TO EXE-CUST-ID
           READ EXECUTOR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-EXE-OK
               MOVE EXE-FULL-NAME TO WS-CLE-NAME
               MOVE EXE-STREET TO WS-CLE-STREET
               MOVE EXE-CITY TO WS-CLE-CITY
           ELSE
               MOVE 'NONE ON FILE' TO WS-CLE-NAME
               MOVE SPACES TO WS-CLE-STREET
               MOVE SPACES TO WS-CLE-CITY
           END-IF
           WRITE CLAIM-LINE FROM WS-CLAIM-EXECUTOR-LINE
           PERFORM 5500-LIST-OPEN-ITEMS
           MOVE DCD-DEATH-BALANCE TO WS-CLT-BALANCE
           WRITE CLAIM-LINE FROM WS-CLAIM-TOTAL-LINE
           MOVE SPACES TO CLAIM-LINE
           WRITE CLAIM-LINE
           ADD 1 TO WS-CLAIMS-PRINTED.

      *----------------------------------------------------------------*
      * Only items raised on or before the date of death belong to
      * the estate's debt; anything charged since is for the desk to
      * take up as unauthorized use.
      *----------------------------------------------------------------*
       5500-LIST-OPEN-ITEMS SECTION.

       5500-LIST-ITEMS.
           SET WS-SCAN-ACTIVE TO TRUE
           MOVE WS-LOOKUP-CUST-ID TO OPI-CUST-ID
           START OPEN-ITEM-FILE KEY IS = OPI-CUST-ID
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-OPI-OK
               SET WS-SCAN-DONE TO TRUE
           END-IF
           PERFORM 5510-LIST-ONE-ITEM
               UNTIL WS-SCAN-DONE.

       5510-LIST-ONE-ITEM SECTION.

       5510-LIST-ONE.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NOT WS-OPI-OK
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   IF OPI-CUST-ID NOT = WS-LOOKUP-CUST-ID
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       IF OPI-OPEN AND OPI-OPEN-AMOUNT > 0
                           AND OPI-TRAN-DATE NOT > DCD-DEATH-DATE
                           MOVE OPI-TRAN-ID TO WS-CLI-TRAN-ID
                           MOVE OPI-TRAN-DATE TO WS-CLI-TRAN-DATE
                           MOVE OPI-OPEN-AMOUNT TO
                               WS-CLI-OPEN-AMOUNT
                           WRITE CLAIM-LINE FROM
                               WS-CLAIM-ITEM-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Anyone else answerable for the account, or whose account the
      * deceased stood behind: a guarantor on this account, a second
      * party named on it, and every other account whose guarantor
      * carries the deceased's name.
      *----------------------------------------------------------------*
       5600-LIST-RELATIONSHIPS SECTION.

       5600-LIST-RELATED.
           MOVE WS-LOOKUP-CUST-ID TO WS-FUD-CUST-ID
           IF CUST-SECONDARY-NAME OF WS-WORK-CUSTOMER NOT = SPACES
               MOVE 'SECOND PARTY ON ACCOUNT' TO WS-FUD-REASON
               MOVE WS-LOOKUP-CUST-ID TO WS-FUD-ACCOUNT
               MOVE CUST-SECONDARY-NAME OF WS-WORK-CUSTOMER TO
                   WS-FUD-PARTY
               PERFORM 5690-WRITE-FOLLOW-UP
           END-IF
           IF WS-GUA-FILE-AVAILABLE
               MOVE WS-LOOKUP-CUST-ID TO GUA-CUST-ID
               READ GUARANTOR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-GUA-OK
                   MOVE 'GUARANTOR ON ACCOUNT' TO WS-FUD-REASON
                   MOVE WS-LOOKUP-CUST-ID TO WS-FUD-ACCOUNT
                   MOVE GUA-FULL-NAME TO WS-FUD-PARTY
                   PERFORM 5690-WRITE-FOLLOW-UP
               END-IF
               PERFORM 5610-FIND-GUARANTEES-GIVEN
           END-IF.

       5610-FIND-GUARANTEES-GIVEN SECTION.

       5610-FIND-GIVEN.
           SET WS-SCAN-ACTIVE TO TRUE
           MOVE 0 TO GUA-CUST-ID
           START GUARANTOR-FILE KEY IS NOT LESS THAN GUA-CUST-ID
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 5620-CHECK-ONE-GUARANTEE
               UNTIL WS-SCAN-DONE.

       5620-CHECK-ONE-GUARANTEE SECTION.

       5620-CHECK-ONE.
           READ GUARANTOR-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF GUA-FULL-NAME =
                       CUST-FULL-NAME OF WS-WORK-CUSTOMER
                       AND GUA-CUST-ID NOT = WS-LOOKUP-CUST-ID
                       MOVE 'DECEASED GUARANTEES ACCOUNT' TO
                           WS-FUD-REASON
                       MOVE GUA-CUST-ID TO WS-FUD-ACCOUNT
                       MOVE GUA-FULL-NAME TO WS-FUD-PARTY
                       PERFORM 5690-WRITE-FOLLOW-UP
                   END-IF
           END-READ.

       5690-WRITE-FOLLOW-UP SECTION.

       5690-WRITE-FUP.
           WRITE FOLLOW-UP-LINE FROM WS-FOLLOW-UP-DETAIL
           ADD 1 TO WS-FOLLOW-UPS-LISTED.

      *----------------------------------------------------------------*
      * The latest executor named replaces the one on file. A
      * capacity other than administrator is taken as executor.
      *----------------------------------------------------------------*
       5700-RECORD-EXECUTOR SECTION.

       5700-RECORD-EXEC.
           MOVE WS-LOOKUP-CUST-ID TO EXE-CUST-ID
           READ EXECUTOR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-EXE-OK
               SET WS-ROW-FOUND TO TRUE
           ELSE
               SET WS-ROW-NOT-FOUND TO TRUE
               INITIALIZE EXECUTOR-RECORD
               MOVE WS-LOOKUP-CUST-ID TO EXE-CUST-ID
           END-IF
           MOVE DDE-EXE-NAME-DATA TO EXE-NAME-DATA
           MOVE DDE-EXE-STREET TO EXE-STREET
           MOVE DDE-EXE-CITY TO EXE-CITY
           MOVE DDE-EXE-STATE-PROV TO EXE-STATE-PROV
           MOVE DDE-EXE-POSTAL TO EXE-POSTAL
           MOVE DDE-EXE-COUNTRY TO EXE-COUNTRY
           IF DDE-EXE-PHONE NUMERIC
               MOVE DDE-EXE-PHONE TO EXE-PHONE
           ELSE
               MOVE 0 TO EXE-PHONE
           END-IF
           IF DDE-EXE-CAPACITY = 'A'
               SET EXE-ADMINISTRATOR TO TRUE
           ELSE
               SET EXE-EXECUTOR TO TRUE
           END-IF
           MOVE WS-TODAY-DATE TO EXE-EFFECTIVE-DATE
           MOVE DDE-OPERATOR-ID TO EXE-OPERATOR-ID
           IF WS-ROW-FOUND
               REWRITE EXECUTOR-RECORD
           ELSE
               WRITE EXECUTOR-RECORD
           END-IF
           IF WS-EXE-OK
               ADD 1 TO WS-EXECUTORS-RECORDED
           ELSE
               ADD 1 TO WS-ROWS-ERROR
               DISPLAY 'ERROR RECORDING EXECUTOR FOR: '
                   WS-LOOKUP-CUST-ID ' STATUS: ' WS-EXE-STATUS
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

       6200-READ-DECEASED SECTION.

       6200-READ-DCD.
           SET WS-ROW-NOT-FOUND TO TRUE
           MOVE WS-LOOKUP-CUST-ID TO DCD-CUST-ID
           READ DECEASED-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-DCD-OK
               SET WS-ROW-FOUND TO TRUE
           END-IF.

       9000-FINALIZE SECTION.

       9000-FINAL.
           IF WS-DCD-FILE-OPEN
               CLOSE DECEASED-FILE
           END-IF
           IF WS-EXE-FILE-OPEN
               CLOSE EXECUTOR-FILE
           END-IF
           IF WS-CUST-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-AUD-FILE-OPEN
               CLOSE AUDIT-JOURNAL-FILE
           END-IF
           IF WS-OPI-FILE-OPEN
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF WS-CLM-FILE-OPEN
               CLOSE CLAIM-EXTRACT-FILE
           END-IF
           IF WS-FUP-FILE-OPEN
               CLOSE FOLLOW-UP-REPORT
           END-IF
           IF WS-MND-FILE-AVAILABLE
               CLOSE DEBIT-MANDATE-FILE
           END-IF
           IF WS-PLAN-FILE-AVAILABLE
               CLOSE PAYMENT-PLAN-FILE
           END-IF
           IF WS-GUA-FILE-AVAILABLE
               CLOSE GUARANTOR-FILE
           END-IF
           DISPLAY 'NOTIFICATIONS READ:      ' WS-NOTICES-READ
           DISPLAY 'DESK ENTRIES READ:       ' WS-DESK-ENTRIES-READ
           DISPLAY 'DEATHS RECORDED:         ' WS-DEATHS-RECORDED
           DISPLAY 'DEATHS ALREADY ON FILE:  '
               WS-DEATHS-ALREADY-ON-FILE
           DISPLAY 'DATES OF DEATH CORRECTED: '
               WS-DEATH-DATES-CORRECTED
           DISPLAY 'EXECUTORS RECORDED:      ' WS-EXECUTORS-RECORDED
           DISPLAY 'MANDATES CANCELLED:      ' WS-MANDATES-CANCELLED
           DISPLAY 'PLANS CANCELLED:         ' WS-PLANS-CANCELLED
           DISPLAY 'ESTATE CLAIMS PRINTED:   ' WS-CLAIMS-PRINTED
           DISPLAY 'FOLLOW-UPS LISTED:       ' WS-FOLLOW-UPS-LISTED
           DISPLAY 'NOTICES RESCINDED:       ' WS-NOTICES-RESCINDED
           DISPLAY 'ACCOUNTS HELD:           ' WS-ACCOUNTS-HELD
           DISPLAY 'DEATH HOLDS LIFTED:      ' WS-HOLDS-LIFTED
           DISPLAY 'ROWS IN ERROR:           ' WS-ROWS-ERROR
           IF WS-CUSTFILE-LOCKED
               SET RC-FN-UNLOCK-FILE TO TRUE
               MOVE 'DECDINTK' TO RC-PROGRAM-NAME
               MOVE 'CUSTFILE' TO RC-LOCK-NAME
               CALL 'RUNCTL' USING RUNCTL-PARMS
           END-IF.
